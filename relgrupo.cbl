       PROGRAM-ID.   RELGRUPO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-GRUPO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GR-COD-GRUPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPO.

           SELECT OPTIONAL ARQ-GRUPOCLI ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GC-CHAVE-GRUPOCLI
                  ALTERNATE RECORD KEY IS GC-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPOCLI.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-DEVOLUCAO.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-TITULO.

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           SELECT REL-GRUPO ASSIGN TO "RELGRUPO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-GRUPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPO'.

       COPY "CADGRUPO.CPY".

       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPOCLI'.

       COPY "CADGRUPOCLI.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  REL-GRUPO.
       01  REG-GRUPO-REL PIC X(240).

       WORKING-STORAGE SECTION.

       77 FS-GRUPO                PIC  X(002)         VALUE "00".
       77 FS-GRUPOCLI             PIC  X(002)         VALUE "00".
       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-DEVOLUCAO            PIC  X(002)         VALUE "00".
       77 FS-TITULO               PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 W-PEDIDO-ABERTO         PIC  X(001)         VALUE "N".
       77 W-DEVOLUCAO-ABERTO      PIC  X(001)         VALUE "N".
       77 W-TITULO-ABERTO         PIC  X(001)         VALUE "N".
       77 W-VISITA-ABERTO         PIC  X(001)         VALUE "N".

      * JANELA DE PEDIDOS E VISITAS: OS ULTIMOS DOZE MESES ATE HOJE.
      * OS TITULOS EM ABERTO ENTRAM TODOS, SEM JANELA.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INICIO           PIC  9(008)         VALUE ZEROS.

      * DEVOLUCOES DO PEDIDO (CADDEVOLUCAO): O VALOR ENTRA LIQUIDO DO
      * QUE FOI DEVOLVIDO E PEDIDO CANCELADO NAO ENTRA NA CONTAGEM.
       77 W-VALOR-DEVOLVIDO-PED   PIC  9(011)V9(002)  VALUE ZEROS.
       77 W-VALOR-LIQUIDO-PED     PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-PED-CANCELADO-SW      PIC  X(001)         VALUE "N".
          88 W-PED-CANCELADO         VALUE "S".
       77 W-SALDO-TITULO          PIC S9(011)V9(002)  VALUE ZEROS.

      * ACUMULADORES DO CLIENTE (FILIAL) E DO GRUPO CONSOLIDADO.
       01  W-ACUM-CLIENTE.
           03 W-CLI-QTD-PEDIDOS   PIC 9(007) COMP.
           03 W-CLI-VALOR-PEDIDOS PIC 9(013)V9(002) COMP-3.
           03 W-CLI-QTD-TITULOS   PIC 9(007) COMP.
           03 W-CLI-VALOR-TITULOS PIC 9(013)V9(002) COMP-3.
           03 W-CLI-QTD-VISITAS   PIC 9(007) COMP.
           03 W-CLI-QTD-REALIZ    PIC 9(007) COMP.

       01  W-ACUM-GRUPO.
           03 W-GRU-QTD-FILIAIS   PIC 9(007) COMP.
           03 W-GRU-QTD-PEDIDOS   PIC 9(007) COMP.
           03 W-GRU-VALOR-PEDIDOS PIC 9(013)V9(002) COMP-3.
           03 W-GRU-QTD-TITULOS   PIC 9(007) COMP.
           03 W-GRU-VALOR-TITULOS PIC 9(013)V9(002) COMP-3.
           03 W-GRU-QTD-VISITAS   PIC 9(007) COMP.
           03 W-GRU-QTD-REALIZ    PIC 9(007) COMP.

       77 W-QTD-GRUPOS            PIC 9(007)          VALUE ZEROS.
       77 W-QTD-VINCULOS          PIC 9(007)          VALUE ZEROS.
       77 W-QTD-FILIAIS-EDT       PIC 9(005)          VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(240) VALUE "GRUPO;NOME DO GRUPO;CLIENTE;RAZAO
      -" SOCIAL;MATRIZ;REGIAO;NOME REGIAO;QTDE PEDIDOS;VALOR LIQUIDO PED
      -"IDOS;QTDE TITULOS ABERTOS;VALOR EM ABERTO;QTDE VISITAS;VISITAS R
      -"EALIZADAS;".

       01  WCAB-JANELA.
           03 FILLER              PIC X(024)          VALUE
              "PEDIDOS E VISITAS DESDE;".
           03 WCABJ-INICIO        PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCABJ-FIM           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WDET.
           03 WDET-COD-GRUPO      PIC 9(005)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-GRUPO     PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CLIENTE        PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO          PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MATRIZ         PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-REGIAO    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-PEDIDOS    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VALOR-PEDIDOS  PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-TITULOS    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VALOR-TITULOS  PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-VISITAS    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-REALIZ     PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

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

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * VISAO CONSOLIDADA DOS GRUPOS ECONOMICOS (CADGRUPO): PARA
      * CADA CLIENTE VINCULADO NO CADGRUPOCLI, PEDIDOS DOS ULTIMOS
      * DOZE MESES (VALOR LIQUIDO DAS DEVOLUCOES, SEM OS
      * CANCELADOS, COMO NO RELPEDIDO), TITULOS EM ABERTO E VISITAS
      * NO MESMO PERIODO (TOTAL E REALIZADAS), SEGUIDOS DA LINHA DE
      * TOTAL DO GRUPO SOMANDO TODAS AS FILIAIS.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELGRUPO - INICIO DO PROCESSAMENTO"

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DATA-INICIO = W-DATA-HOJE - 10000

           OPEN INPUT ARQ-GRUPO
           OPEN INPUT ARQ-GRUPOCLI

           IF FS-GRUPO NOT EQUAL "00"
              OR FS-GRUPOCLI NOT EQUAL "00"
              DISPLAY "RELGRUPO - NENHUM GRUPO ECONOMICO CADASTRADO"
              IF FS-GRUPO EQUAL "00" OR FS-GRUPO EQUAL "05"
                 CLOSE ARQ-GRUPO
              END-IF
              IF FS-GRUPOCLI EQUAL "00" OR FS-GRUPOCLI EQUAL "05"
                 CLOSE ARQ-GRUPOCLI
              END-IF
           ELSE
              OPEN INPUT ARQ-CLIENTE
              PERFORM 030-ABRIR-MOVIMENTOS

              OPEN OUTPUT REL-GRUPO

              MOVE W-DATA-INICIO TO WCABJ-INICIO
              MOVE W-DATA-HOJE   TO WCABJ-FIM
              WRITE REG-GRUPO-REL FROM WCAB-JANELA
              WRITE REG-GRUPO-REL FROM WCAB

              PERFORM 100-PROCESSAR-GRUPOS

              CLOSE REL-GRUPO

              PERFORM 040-FECHAR-MOVIMENTOS
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-GRUPO
              CLOSE ARQ-GRUPOCLI

              MOVE "RELGRUPO"     TO CTR-PROGRAMA
              MOVE "RELGRUPO.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              DISPLAY "RELGRUPO - GRUPOS: " W-QTD-GRUPOS
              DISPLAY "RELGRUPO - CLIENTES VINCULADOS: "
                      W-QTD-VINCULOS
           END-IF

           DISPLAY "RELGRUPO - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      * PEDIDOS, DEVOLUCOES, TITULOS E VISITAS SAO OPCIONAIS - O QUE
      * NAO EXISTIR SAI ZERADO NO RELATORIO.
       030-ABRIR-MOVIMENTOS.

           OPEN INPUT ARQ-PEDIDO
           IF FS-PEDIDO EQUAL "00"
              MOVE "S" TO W-PEDIDO-ABERTO
           ELSE
              MOVE "N" TO W-PEDIDO-ABERTO
              IF FS-PEDIDO EQUAL "05"
                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF
           MOVE "00" TO FS-PEDIDO

           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-DEVOLUCAO EQUAL "00"
              MOVE "S" TO W-DEVOLUCAO-ABERTO
           ELSE
              MOVE "N" TO W-DEVOLUCAO-ABERTO
              IF FS-DEVOLUCAO EQUAL "05"
                 CLOSE ARQ-DEVOLUCAO
              END-IF
           END-IF
           MOVE "00" TO FS-DEVOLUCAO

           OPEN INPUT ARQ-TITULO
           IF FS-TITULO EQUAL "00"
              MOVE "S" TO W-TITULO-ABERTO
           ELSE
              MOVE "N" TO W-TITULO-ABERTO
              IF FS-TITULO EQUAL "05"
                 CLOSE ARQ-TITULO
              END-IF
           END-IF
           MOVE "00" TO FS-TITULO

           OPEN INPUT ARQ-VISITA
           IF FS-VISITA EQUAL "00"
              MOVE "S" TO W-VISITA-ABERTO
           ELSE
              MOVE "N" TO W-VISITA-ABERTO
              IF FS-VISITA EQUAL "05"
                 CLOSE ARQ-VISITA
              END-IF
           END-IF
           MOVE "00" TO FS-VISITA.

       040-FECHAR-MOVIMENTOS.
           IF W-PEDIDO-ABERTO EQUAL "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF W-DEVOLUCAO-ABERTO EQUAL "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF W-TITULO-ABERTO EQUAL "S"
              CLOSE ARQ-TITULO
           END-IF
           IF W-VISITA-ABERTO EQUAL "S"
              CLOSE ARQ-VISITA
           END-IF.

       100-PROCESSAR-GRUPOS.

           MOVE ZEROS TO GR-COD-GRUPO
           START ARQ-GRUPO KEY IS NOT LESS GR-COD-GRUPO
             INVALID KEY MOVE "23" TO FS-GRUPO
           END-START

           IF FS-GRUPO EQUAL "00"
              READ ARQ-GRUPO NEXT
              PERFORM 110-PROCESSAR-GRUPO
                 UNTIL FS-GRUPO NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-GRUPO.

       110-PROCESSAR-GRUPO.

           ADD 1 TO W-QTD-GRUPOS
           INITIALIZE W-ACUM-GRUPO

           MOVE GR-COD-GRUPO TO GC-COD-GRUPO
           MOVE ZEROS        TO GC-COD-CLIENTE

           START ARQ-GRUPOCLI KEY IS NOT LESS GC-CHAVE-GRUPOCLI
             INVALID KEY MOVE "23" TO FS-GRUPOCLI
           END-START

           IF FS-GRUPOCLI EQUAL "00"
              READ ARQ-GRUPOCLI NEXT
              PERFORM 120-PROCESSAR-FILIAL
                 UNTIL FS-GRUPOCLI NOT EQUAL "00"
                    OR GC-COD-GRUPO NOT EQUAL GR-COD-GRUPO
           END-IF

           MOVE "00" TO FS-GRUPOCLI

           PERFORM 210-IMPRIMIR-TOTAL-GRUPO

           READ ARQ-GRUPO NEXT.

       120-PROCESSAR-FILIAL.

           ADD 1 TO W-QTD-VINCULOS
           ADD 1 TO W-GRU-QTD-FILIAIS
           INITIALIZE W-ACUM-CLIENTE

           MOVE GC-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE NOT EQUAL "00"
              MOVE SPACES TO RAZAO-SOCIAL
              MOVE SPACES TO REGIAO-CLIENTE
              MOVE "00"   TO FS-CLIENTE
           END-IF

           IF W-PEDIDO-ABERTO EQUAL "S"
              PERFORM 130-SOMAR-PEDIDOS
           END-IF

           IF W-TITULO-ABERTO EQUAL "S"
              PERFORM 150-SOMAR-TITULOS
           END-IF

           IF W-VISITA-ABERTO EQUAL "S"
              PERFORM 160-SOMAR-VISITAS
           END-IF

           PERFORM 200-IMPRIMIR-FILIAL

           ADD W-CLI-QTD-PEDIDOS   TO W-GRU-QTD-PEDIDOS
           ADD W-CLI-VALOR-PEDIDOS TO W-GRU-VALOR-PEDIDOS
           ADD W-CLI-QTD-TITULOS   TO W-GRU-QTD-TITULOS
           ADD W-CLI-VALOR-TITULOS TO W-GRU-VALOR-TITULOS
           ADD W-CLI-QTD-VISITAS   TO W-GRU-QTD-VISITAS
           ADD W-CLI-QTD-REALIZ    TO W-GRU-QTD-REALIZ

           READ ARQ-GRUPOCLI NEXT.

       130-SOMAR-PEDIDOS.

           MOVE GC-COD-CLIENTE TO P-COD-CLIENTE
           MOVE W-DATA-INICIO  TO P-DATA-PEDIDO
           MOVE ZEROS          TO P-SEQ-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
              PERFORM 135-SOMAR-PEDIDO
                 UNTIL FS-PEDIDO NOT EQUAL "00"
                    OR P-COD-CLIENTE NOT EQUAL GC-COD-CLIENTE
           END-IF

           MOVE "00" TO FS-PEDIDO.

       135-SOMAR-PEDIDO.

           MOVE ZEROS TO W-VALOR-DEVOLVIDO-PED
           MOVE "N"   TO W-PED-CANCELADO-SW

           IF W-DEVOLUCAO-ABERTO EQUAL "S"
              PERFORM 140-SOMAR-DEVOLUCOES
           END-IF

           COMPUTE W-VALOR-LIQUIDO-PED = P-VALOR-PEDIDO
                                       - W-VALOR-DEVOLVIDO-PED
           IF W-VALOR-LIQUIDO-PED LESS ZEROS
              MOVE ZEROS TO W-VALOR-LIQUIDO-PED
           END-IF

           IF NOT W-PED-CANCELADO
              ADD 1                   TO W-CLI-QTD-PEDIDOS
              ADD W-VALOR-LIQUIDO-PED TO W-CLI-VALOR-PEDIDOS
           END-IF

           READ ARQ-PEDIDO NEXT.

      * SOMA O QUE FOI DEVOLVIDO DO PEDIDO - O REGISTRO DE ITEM ZERO
      * DO TIPO CANCELAMENTO MARCA O PEDIDO INTEIRO COMO CANCELADO.
       140-SOMAR-DEVOLUCOES.

           MOVE P-COD-CLIENTE TO DV-COD-CLIENTE
           MOVE P-DATA-PEDIDO TO DV-DATA-PEDIDO
           MOVE P-SEQ-PEDIDO  TO DV-SEQ-PEDIDO
           MOVE ZEROS         TO DV-SEQ-ITEM
           MOVE ZEROS         TO DV-SEQ-DEVOLUCAO

           START ARQ-DEVOLUCAO KEY IS NOT LESS DV-CHAVE-DEVOLUCAO
             INVALID KEY MOVE "23" TO FS-DEVOLUCAO
           END-START

           IF FS-DEVOLUCAO EQUAL "00"
              READ ARQ-DEVOLUCAO NEXT
              PERFORM 145-SOMAR-DEVOLUCAO
                 UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                    OR DV-COD-CLIENTE NOT EQUAL P-COD-CLIENTE
                    OR DV-DATA-PEDIDO NOT EQUAL P-DATA-PEDIDO
                    OR DV-SEQ-PEDIDO  NOT EQUAL P-SEQ-PEDIDO
           END-IF

           MOVE "00" TO FS-DEVOLUCAO.

       145-SOMAR-DEVOLUCAO.
           ADD DV-VALOR-DEVOLVIDO TO W-VALOR-DEVOLVIDO-PED

           IF DV-CANCELAMENTO AND DV-SEQ-ITEM EQUAL ZEROS
              MOVE "S" TO W-PED-CANCELADO-SW
           END-IF

           READ ARQ-DEVOLUCAO NEXT.

       150-SOMAR-TITULOS.

           MOVE GC-COD-CLIENTE TO TIT-COD-CLIENTE
           MOVE ZEROS          TO TIT-NUM-TITULO

           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE-TITULO
             INVALID KEY MOVE "23" TO FS-TITULO
           END-START

           IF FS-TITULO EQUAL "00"
              READ ARQ-TITULO NEXT
              PERFORM 155-SOMAR-TITULO
                 UNTIL FS-TITULO NOT EQUAL "00"
                    OR TIT-COD-CLIENTE NOT EQUAL GC-COD-CLIENTE
           END-IF

           MOVE "00" TO FS-TITULO.

       155-SOMAR-TITULO.
           IF TITULO-ABERTO
              COMPUTE W-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
              IF W-SALDO-TITULO LESS ZEROS
                 MOVE ZEROS TO W-SALDO-TITULO
              END-IF

              ADD 1              TO W-CLI-QTD-TITULOS
              ADD W-SALDO-TITULO TO W-CLI-VALOR-TITULOS
           END-IF

           READ ARQ-TITULO NEXT.

       160-SOMAR-VISITAS.

           MOVE GC-COD-CLIENTE TO V-COD-CLIENTE
           MOVE W-DATA-INICIO  TO V-DATA-VISITA

           START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VISITA
             INVALID KEY MOVE "23" TO FS-VISITA
           END-START

           IF FS-VISITA EQUAL "00"
              READ ARQ-VISITA NEXT
              PERFORM 165-SOMAR-VISITA
                 UNTIL FS-VISITA NOT EQUAL "00"
                    OR V-COD-CLIENTE NOT EQUAL GC-COD-CLIENTE
           END-IF

           MOVE "00" TO FS-VISITA.

       165-SOMAR-VISITA.
           ADD 1 TO W-CLI-QTD-VISITAS

           IF V-REALIZADA
              ADD 1 TO W-CLI-QTD-REALIZ
           END-IF

           READ ARQ-VISITA NEXT.

       200-IMPRIMIR-FILIAL.

           MOVE GR-COD-GRUPO   TO WDET-COD-GRUPO
           MOVE GR-NOME        TO WDET-NOME-GRUPO
           MOVE GC-COD-CLIENTE TO WDET-CLIENTE
           MOVE RAZAO-SOCIAL   TO WDET-RAZAO
           MOVE REGIAO-CLIENTE TO WDET-REGIAO
           MOVE SPACES         TO WDET-NOME-REGIAO
           IF REGIAO-CLIENTE NOT EQUAL SPACES
              MOVE REGIAO-CLIENTE TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-DESCRICAO TO WDET-NOME-REGIAO
           END-IF

           IF GC-COD-CLIENTE EQUAL GR-COD-MATRIZ
              MOVE "S" TO WDET-MATRIZ
           ELSE
              MOVE "N" TO WDET-MATRIZ
           END-IF

           MOVE W-CLI-QTD-PEDIDOS   TO WDET-QTD-PEDIDOS
           MOVE W-CLI-VALOR-PEDIDOS TO WDET-VALOR-PEDIDOS
           MOVE W-CLI-QTD-TITULOS   TO WDET-QTD-TITULOS
           MOVE W-CLI-VALOR-TITULOS TO WDET-VALOR-TITULOS
           MOVE W-CLI-QTD-VISITAS   TO WDET-QTD-VISITAS
           MOVE W-CLI-QTD-REALIZ    TO WDET-QTD-REALIZ

           WRITE REG-GRUPO-REL FROM WDET.

      * LINHA CONSOLIDADA DO GRUPO: CLIENTE "TOTAL" E, NA RAZAO, A
      * QUANTIDADE DE FILIAIS SOMADAS.
       210-IMPRIMIR-TOTAL-GRUPO.

           MOVE GR-COD-GRUPO TO WDET-COD-GRUPO
           MOVE GR-NOME      TO WDET-NOME-GRUPO
           MOVE "TOTAL"      TO WDET-CLIENTE
           MOVE SPACES       TO WDET-RAZAO
           MOVE W-GRU-QTD-FILIAIS TO W-QTD-FILIAIS-EDT
           STRING "CONSOLIDADO DE " W-QTD-FILIAIS-EDT " CLIENTES"
             DELIMITED BY SIZE
             INTO WDET-RAZAO
           MOVE SPACES       TO WDET-MATRIZ
           MOVE SPACES       TO WDET-REGIAO
           MOVE SPACES       TO WDET-NOME-REGIAO

           MOVE W-GRU-QTD-PEDIDOS   TO WDET-QTD-PEDIDOS
           MOVE W-GRU-VALOR-PEDIDOS TO WDET-VALOR-PEDIDOS
           MOVE W-GRU-QTD-TITULOS   TO WDET-QTD-TITULOS
           MOVE W-GRU-VALOR-TITULOS TO WDET-VALOR-TITULOS
           MOVE W-GRU-QTD-VISITAS   TO WDET-QTD-VISITAS
           MOVE W-GRU-QTD-REALIZ    TO WDET-QTD-REALIZ

           WRITE REG-GRUPO-REL FROM WDET.

       END PROGRAM RELGRUPO.
