                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

       77 WMSG                    PIC X(040)          VALUE SPACES.
       77 W-VER-CLIENTES          PIC X               VALUE "N".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-COD-VEND-CONS         PIC 9(003)          VALUE ZEROS.
       77 W-RUN-ID-MAX            PIC 9(016)          VALUE ZEROS.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
           03 W-LST-DISTANCIA     PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(005) VALUE SPACES.

      * SUPERVISOR DE EQUIPE SO CONSULTA OS VENDEDORES DA PROPRIA
      * EQUIPE (VEREQUIPE SOBRE O CADOPERADOR/CADEQUIPE).
       01  W-PARAM-EQUIPE.
           03 VEQ-OPERADOR         PIC X(008)         VALUE SPACES.
           03 VEQ-COD-VENDEDOR     PIC 9(003)         VALUE ZEROS.
           03 VEQ-SUPERVISOR       PIC X(001)         VALUE "N".
           03 VEQ-PERMITIDO        PIC X(001)         VALUE "S".
              88 VEQ-VENDEDOR-PERMITIDO VALUE "S".
           03 VEQ-COD-EQUIPE       PIC 9(003)         VALUE ZEROS.

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

       SCREEN SECTION.

       01 TELA-CONSULTA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * VISAO 360 DO VENDEDOR: REUNE NUMA TELA O CADASTRO, A CARGA
      * DA ULTIMA RODADA CONTRA O TETO, A LINHA DE KPI, A PROXIMA
      * AUSENCIA, O CUMPRIMENTO DE VISITAS DA SEMANA E AS VENDAS DOS
      * ULTIMOS 30 DIAS - LEITURA PURA DOS ARQUIVOS QUE JA EXISTEM,
      * NO LUGAR DA VOLTA POR CINCO PROGRAMAS. O SUPERVISOR DE
      * EQUIPE SO CONSULTA OS VENDEDORES DA EQUIPE DELE.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           COMPUTE W-INT-AUX =
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-READ

           MOVE "S" TO VEQ-PERMITIDO
           IF FS-VENDEDOR EQUAL "00"
              MOVE W-OPERADOR-ID   TO VEQ-OPERADOR
              MOVE W-COD-VEND-CONS TO VEQ-COD-VENDEDOR
              CALL "VEREQUIPE" USING W-PARAM-EQUIPE
           END-IF

           IF FS-VENDEDOR NOT EQUAL "00"
              OR NOT VEQ-VENDEDOR-PERMITIDO
              IF FS-VENDEDOR NOT EQUAL "00"
                 MOVE "CODIGO DE VENDEDOR NAO LOCALIZADO" TO WMSG
              ELSE
                 MOVE "VENDEDOR FORA DA SUA EQUIPE" TO WMSG
              END-IF
              MOVE "00" TO FS-VENDEDOR
              CLOSE ARQ-VENDEDOR
           ELSE

           READ ARQ-AUSENCIA NEXT.

      * VISITAS DO VENDEDOR NOS ULTIMOS 7 DIAS - SO O TRECHO DO
      * VENDEDOR A PARTIR DA DATA DE CORTE, PELA CHAVE ALTERNADA
      * VENDEDOR+DATA.
       500-CARREGAR-VISITAS.

           MOVE ZEROS TO W-QTD-VIS-REG
           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE W-COD-VEND-CONS  TO V-VEND-VENDEDOR
              MOVE W-DATA-CORTE-VIS TO V-VEND-DATA

              START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VISITA
              END-START

           MOVE W-QTD-VIS-REA TO W-PAINEL-VIS-REA.

       510-CONTAR-VISITA.
           IF V-VEND-VENDEDOR NOT EQUAL W-COD-VEND-CONS
              MOVE "10" TO FS-VISITA
           ELSE
              ADD 1 TO W-QTD-VIS-REG

              IF V-REALIZADA
                 ADD 1 TO W-QTD-VIS-REA
              END-IF

              READ ARQ-VISITA NEXT
           END-IF.

      * VENDAS DO VENDEDOR NOS ULTIMOS 30 DIAS (P-COD-VENDEDOR DO
      * PEDIDO - PEDIDO LEGADO SEM VENDEDOR NAO ENTRA NA CONTA) - SO
      * O TRECHO DO VENDEDOR A PARTIR DA DATA DE CORTE, PELA CHAVE
      * ALTERNADA VENDEDOR+DATA.
       600-CARREGAR-PEDIDOS.

           MOVE ZEROS TO W-QTD-PED
           OPEN INPUT ARQ-PEDIDO

           IF FS-PEDIDO EQUAL "00"
              MOVE W-COD-VEND-CONS  TO P-VEND-VENDEDOR
              MOVE W-DATA-CORTE-PED TO P-VEND-DATA

              START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-VENDEDOR
                INVALID KEY MOVE "23" TO FS-PEDIDO
              END-START

           MOVE W-VALOR-PED TO W-PAINEL-PED-VALOR.

       610-CONTAR-PEDIDO.
           IF P-VEND-VENDEDOR NOT EQUAL W-COD-VEND-CONS
              MOVE "10" TO FS-PEDIDO
           ELSE
              ADD 1              TO W-QTD-PED
              ADD P-VALOR-PEDIDO TO W-VALOR-PED

              READ ARQ-PEDIDO NEXT
           END-IF.

      * CARTEIRA DO VENDEDOR NA RODADA, EM PAGINAS DE 10.
       700-LISTAR-CARTEIRA.
