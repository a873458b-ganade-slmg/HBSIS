       PROGRAM-ID.   FAZREORG.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------
      * ARQUIVOS NO LAYOUT ANTERIOR A CHAVE ALTERNADA VENDEDOR+DATA
      * (SO A CHAVE PRIMARIA) - USADOS APENAS NO DESCARREGAMENTO.
      *-----------------------------------------------------------
           SELECT ARQ-PEDIDO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PA-CHAVE-PEDIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO-ANT.

           SELECT ARQ-VISITA-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VA-CHAVE-VISITA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA-ANT.

      *-----------------------------------------------------------
      * ARQUIVOS NO LAYOUT NOVO, RECRIADOS A PARTIR DAS COPIAS.
      *-----------------------------------------------------------
           SELECT ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

      *-----------------------------------------------------------
      * COPIAS DE TRABALHO DA CONVERSAO, NO MESMO FORMATO SEQUENCIAL
      * DAS COPIAS DO FAZBACKUP - CADA ARQUIVO SO E RECRIADO DEPOIS
      * QUE A COPIA E RECONTADA E BATE COM O DESCARREGADO.
      *-----------------------------------------------------------
           SELECT ARQ-COPIA-PED ASSIGN TO "CADPEDIDO.CNV"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-COPIA-PED.

           SELECT ARQ-COPIA-VIS ASSIGN TO "CADVISITA.CNV"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-COPIA-VIS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PEDIDO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       01  REG-PEDIDO-ANT.
           03 PA-CHAVE-PEDIDO      PIC X(018).
           03 FILLER               PIC X(059).

       FD  ARQ-VISITA-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       01  REG-VISITA-ANT.
           03 VA-CHAVE-VISITA      PIC X(015).
           03 FILLER               PIC X(039).

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-COPIA-PED
           LABEL RECORD IS STANDARD.

       01  REG-COPIA-PED PIC X(100).

       FD  ARQ-COPIA-VIS
           LABEL RECORD IS STANDARD.

       01  REG-COPIA-VIS PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-PEDIDO-ANT           PIC  X(002)         VALUE "00".
       77 FS-VISITA-ANT           PIC  X(002)         VALUE "00".
       77 FS-PEDIDO               PIC  X(002)         VALUE "00".
       77 FS-VISITA               PIC  X(002)         VALUE "00".
       77 FS-COPIA-PED            PIC  X(002)         VALUE "00".
       77 FS-COPIA-VIS            PIC  X(002)         VALUE "00".

       77 W-PED-DESCARREGADOS     PIC  9(009)         VALUE ZEROS.
       77 W-PED-CONFERIDOS        PIC  9(009)         VALUE ZEROS.
       77 W-PED-RECARREGADOS      PIC  9(009)         VALUE ZEROS.
       77 W-VIS-DESCARREGADOS     PIC  9(009)         VALUE ZEROS.
       77 W-VIS-CONFERIDOS        PIC  9(009)         VALUE ZEROS.
       77 W-VIS-RECARREGADOS      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ERROS-GRAVACAO    PIC  9(009)         VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * REORGANIZACAO DO CADPEDIDO E DO CADVISITA PARA A CHAVE
      * ALTERNADA VENDEDOR+DATA (P-CHAVE-VENDEDOR/V-CHAVE-VENDEDOR),
      * QUE OS RELATORIOS POR VENDEDOR (RELSCORE, RELMETA, RELKM,
      * FAZCOMISS) E O CONSVEND USAM PARA LER SO O TRECHO DO
      * VENDEDOR NO PERIODO. O REGISTRO CRESCEU 11 POSICOES NO FIM,
      * ENTAO OS DADOS ANTIGOS SAO APROVEITADOS BYTE A BYTE E A NOVA
      * CHAVE E PREENCHIDA COM O VENDEDOR E A DATA DO PROPRIO
      * REGISTRO (PEDIDO LEGADO FICA NO VENDEDOR ZERO). CADA ARQUIVO
      * E DESCARREGADO NUMA COPIA SEQUENCIAL (.CNV), A COPIA E
      * RECONTADA E SO ENTAO O ARQUIVO E RECRIADO; COM CONTAGEM
      * DIVERGENTE O ARQUIVO NAO E ALTERADO E O PROCESSAMENTO PARA.
      * RODAR UMA UNICA VEZ, COM O SISTEMA PARADO E DEPOIS DE UM
      * SNAPSHOT DO FAZBACKUP, ANTES DE LIBERAR OS PROGRAMAS COM O
      * LAYOUT NOVO. RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "FAZREORG - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 100-REORGANIZAR-PEDIDOS

           IF RETURN-CODE EQUAL ZEROS
              PERFORM 500-REORGANIZAR-VISITAS
           END-IF

           DISPLAY "FAZREORG - PEDIDOS DESCARREGADOS: "
                   W-PED-DESCARREGADOS
           DISPLAY "FAZREORG - PEDIDOS RECARREGADOS: "
                   W-PED-RECARREGADOS
           DISPLAY "FAZREORG - VISITAS DESCARREGADAS: "
                   W-VIS-DESCARREGADOS
           DISPLAY "FAZREORG - VISITAS RECARREGADAS: "
                   W-VIS-RECARREGADOS

           IF RETURN-CODE EQUAL ZEROS
              AND W-QTD-ERROS-GRAVACAO GREATER ZEROS
              DISPLAY "FAZREORG - ERROS DE GRAVACAO: "
                      W-QTD-ERROS-GRAVACAO
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "FAZREORG - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-REORGANIZAR-PEDIDOS.

           PERFORM 110-DESCARREGAR-PEDIDOS

           IF RETURN-CODE EQUAL ZEROS
              PERFORM 120-CONFERIR-COPIA-PED

              IF W-PED-CONFERIDOS NOT EQUAL W-PED-DESCARREGADOS
                 DISPLAY "FAZREORG - CONTAGEM DIVERGENTE NA COPIA - "
                         "DESCARREGADO: " W-PED-DESCARREGADOS
                         " ENCONTRADO: " W-PED-CONFERIDOS
                 DISPLAY "FAZREORG - CADPEDIDO NAO FOI ALTERADO"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 130-RECARREGAR-PEDIDOS
              END-IF
           END-IF.

       110-DESCARREGAR-PEDIDOS.

           MOVE ZEROS TO W-PED-DESCARREGADOS

           OPEN INPUT ARQ-PEDIDO-ANT
           IF FS-PEDIDO-ANT NOT EQUAL "00"
              DISPLAY "FAZREORG - ERRO AO ABRIR CADPEDIDO - FS="
                      FS-PEDIDO-ANT
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ARQ-COPIA-PED

              READ ARQ-PEDIDO-ANT NEXT
              PERFORM 111-GRAVAR-COPIA-PED
                 UNTIL FS-PEDIDO-ANT NOT EQUAL "00"

              CLOSE ARQ-COPIA-PED
              CLOSE ARQ-PEDIDO-ANT
           END-IF.

       111-GRAVAR-COPIA-PED.
           MOVE SPACES TO REG-COPIA-PED
           MOVE REG-PEDIDO-ANT TO REG-COPIA-PED
           WRITE REG-COPIA-PED
           ADD 1 TO W-PED-DESCARREGADOS

           READ ARQ-PEDIDO-ANT NEXT.

       120-CONFERIR-COPIA-PED.

           MOVE ZEROS TO W-PED-CONFERIDOS

           OPEN INPUT ARQ-COPIA-PED
           IF FS-COPIA-PED EQUAL "00"
              READ ARQ-COPIA-PED
              PERFORM 121-CONTAR-PEDIDO
                 UNTIL FS-COPIA-PED NOT EQUAL "00"
              CLOSE ARQ-COPIA-PED
           END-IF.

       121-CONTAR-PEDIDO.
           ADD 1 TO W-PED-CONFERIDOS

           READ ARQ-COPIA-PED.

       130-RECARREGAR-PEDIDOS.

           OPEN INPUT  ARQ-COPIA-PED
           OPEN OUTPUT ARQ-PEDIDO

           READ ARQ-COPIA-PED
           PERFORM 131-RECARREGAR-PEDIDO
              UNTIL FS-COPIA-PED NOT EQUAL "00"

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-COPIA-PED.

       131-RECARREGAR-PEDIDO.
           MOVE REG-COPIA-PED TO ARQ-PEDIDO-REG

           MOVE P-COD-VENDEDOR TO P-VEND-VENDEDOR
           MOVE P-DATA-PEDIDO  TO P-VEND-DATA

           WRITE ARQ-PEDIDO-REG
             INVALID KEY
                ADD 1 TO W-QTD-ERROS-GRAVACAO
                DISPLAY "FAZREORG - PEDIDO NAO GRAVADO: "
                        P-CHAVE-PEDIDO " FS=" FS-PEDIDO
             NOT INVALID KEY
                ADD 1 TO W-PED-RECARREGADOS
           END-WRITE

           READ ARQ-COPIA-PED.

       500-REORGANIZAR-VISITAS.

           PERFORM 510-DESCARREGAR-VISITAS

           IF RETURN-CODE EQUAL ZEROS
              PERFORM 520-CONFERIR-COPIA-VIS

              IF W-VIS-CONFERIDOS NOT EQUAL W-VIS-DESCARREGADOS
                 DISPLAY "FAZREORG - CONTAGEM DIVERGENTE NA COPIA - "
                         "DESCARREGADO: " W-VIS-DESCARREGADOS
                         " ENCONTRADO: " W-VIS-CONFERIDOS
                 DISPLAY "FAZREORG - CADVISITA NAO FOI ALTERADO"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 530-RECARREGAR-VISITAS
              END-IF
           END-IF.

       510-DESCARREGAR-VISITAS.

           MOVE ZEROS TO W-VIS-DESCARREGADOS

           OPEN INPUT ARQ-VISITA-ANT
           IF FS-VISITA-ANT NOT EQUAL "00"
              DISPLAY "FAZREORG - ERRO AO ABRIR CADVISITA - FS="
                      FS-VISITA-ANT
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ARQ-COPIA-VIS

              READ ARQ-VISITA-ANT NEXT
              PERFORM 511-GRAVAR-COPIA-VIS
                 UNTIL FS-VISITA-ANT NOT EQUAL "00"

              CLOSE ARQ-COPIA-VIS
              CLOSE ARQ-VISITA-ANT
           END-IF.

       511-GRAVAR-COPIA-VIS.
           MOVE SPACES TO REG-COPIA-VIS
           MOVE REG-VISITA-ANT TO REG-COPIA-VIS
           WRITE REG-COPIA-VIS
           ADD 1 TO W-VIS-DESCARREGADOS

           READ ARQ-VISITA-ANT NEXT.

       520-CONFERIR-COPIA-VIS.

           MOVE ZEROS TO W-VIS-CONFERIDOS

           OPEN INPUT ARQ-COPIA-VIS
           IF FS-COPIA-VIS EQUAL "00"
              READ ARQ-COPIA-VIS
              PERFORM 521-CONTAR-VISITA
                 UNTIL FS-COPIA-VIS NOT EQUAL "00"
              CLOSE ARQ-COPIA-VIS
           END-IF.

       521-CONTAR-VISITA.
           ADD 1 TO W-VIS-CONFERIDOS

           READ ARQ-COPIA-VIS.

       530-RECARREGAR-VISITAS.

           OPEN INPUT  ARQ-COPIA-VIS
           OPEN OUTPUT ARQ-VISITA

           READ ARQ-COPIA-VIS
           PERFORM 531-RECARREGAR-VISITA
              UNTIL FS-COPIA-VIS NOT EQUAL "00"

           CLOSE ARQ-VISITA
           CLOSE ARQ-COPIA-VIS.

       531-RECARREGAR-VISITA.
           MOVE REG-COPIA-VIS TO ARQ-VISITA-REG

           MOVE V-COD-VENDEDOR TO V-VEND-VENDEDOR
           MOVE V-DATA-VISITA  TO V-VEND-DATA
           MOVE ZEROS          TO V-HORA-CHECKIN
           MOVE ZEROS          TO V-HORA-CHECKOUT

           WRITE ARQ-VISITA-REG
             INVALID KEY
                ADD 1 TO W-QTD-ERROS-GRAVACAO
                DISPLAY "FAZREORG - VISITA NAO GRAVADA: "
                        V-CHAVE-VISITA " FS=" FS-VISITA
             NOT INVALID KEY
                ADD 1 TO W-VIS-RECARREGADOS
           END-WRITE

           READ ARQ-COPIA-VIS.

       END PROGRAM FAZREORG.
