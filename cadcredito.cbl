       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADCREDITO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CREDITO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CR-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CREDITO.

           SELECT OPTIONAL ARQ-PEDRET ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RT-CHAVE-RETIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDRET.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

      * TRILHA DE AUDITORIA DOS LIMITES E DAS DECISOES SOBRE OS
      * PEDIDOS RETIDOS - MESMO LAYOUT GENERICO DAS DEMAIS TABELAS.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADCREDITO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CREDITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCREDITO'.

       COPY "CADCREDITO.CPY".

       FD  ARQ-PEDRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDRET'.

       COPY "CADPEDRET.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CREDITO              PIC X(002)          VALUE "00".
       77 FS-PEDRET               PIC X(002)          VALUE "00".
       77 FS-PEDIDO               PIC X(002)          VALUE "00".
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.
       77 W-ED-VALOR-AUD          PIC ZZZZZZZZ9,99    VALUE ZEROS.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.

      * CLIENTE E LIMITE DA MANUTENCAO EM TELA.
       77 W-COD-CLIENTE-CRD       PIC 9(007)          VALUE ZEROS.
       77 W-RAZAO-SOCIAL-CRD      PIC X(040)          VALUE SPACES.
       77 W-LIMITE-ATUAL          PIC 9(009)V9(002)   VALUE ZEROS.
       77 W-LIMITE-NOVO           PIC 9(009)V9(002)   VALUE ZEROS.
       77 W-TEM-LIMITE-SW         PIC X(001)          VALUE "N".
          88 W-TEM-LIMITE            VALUE "S".
       77 W-SITUACAO-LIMITE       PIC X(030)          VALUE SPACES.

      * RESULTADO DA CONSULTA DE EXPOSICAO (VIA VERCREDITO, COM
      * PEDIDO ZERADO).
       01  W-PARAM-CREDITO.
           03 CRD-COD-CLIENTE      PIC 9(007)         VALUE ZEROS.
           03 CRD-VALOR-PEDIDO     PIC 9(009)V9(002)  VALUE ZEROS.
           03 CRD-LIMITE           PIC 9(009)V9(002)  VALUE ZEROS.
           03 CRD-VALOR-ABERTO     PIC 9(011)V9(002)  VALUE ZEROS.
           03 CRD-EXPOSICAO        PIC 9(011)V9(002)  VALUE ZEROS.
           03 CRD-SITUACAO         PIC X(001)         VALUE "N".
              88 CRD-SEM-LIMITE       VALUE "N".
              88 CRD-DENTRO-LIMITE    VALUE "D".
              88 CRD-LIMITE-EXCEDIDO  VALUE "E".

       77 W-DISPONIVEL            PIC S9(011)V9(002)  VALUE ZEROS.
       77 W-ED-LIMITE             PIC ZZZZZZZZ9,99    VALUE ZEROS.
       77 W-ED-ABERTO             PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
       77 W-ED-DISPONIVEL         PIC -ZZZZZZZZZ9,99  VALUE ZEROS.

      * COMPETENCIA DO PEDIDO RETIDO NO CONTROLE DE PERIODOS
      * (VERPERIODO) - MES FECHADO NAO RECEBE PEDIDO LIBERADO.
       01  W-PARAM-PERIODO.
           03 PPE-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 PPE-SITUACAO         PIC X(001)         VALUE "A".
              88 PPE-FECHADO          VALUE "F".

      *-----------------------------------------------------------
      * FILA DE PEDIDOS RETIDOS: PAGINAS DE ATE 8 PENDENTES; O
      * OPERADOR INFORMA A CHAVE (CLIENTE/DATA/SEQ) PARA DECIDIR OU
      * CLIENTE ZERADO PARA AVANCAR/SAIR - MESMA MECANICA DA TELA DE
      * APROVACOES PENDENTES DO CADAPROV.
      *-----------------------------------------------------------
       01  W-CHAVE-ESCOLHIDA.
           03 W-ESC-COD-CLIENTE   PIC 9(007)          VALUE ZEROS.
           03 W-ESC-DATA-PEDIDO   PIC 9(008)          VALUE ZEROS.
           03 W-ESC-SEQ-RETIDO    PIC 9(003)          VALUE ZEROS.

       77 W-DECISAO               PIC X(001)          VALUE SPACES.
       77 W-SEQ-PEDIDO            PIC 9(003)          VALUE ZEROS.

       77 W-FIM-LISTA-SW          PIC X(001)          VALUE "N".
          88 W-FIM-DA-LISTA          VALUE "S".

       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 8 TIMES PIC X(076).

       01  W-LISTA-DET.
           03 W-LST-COD-CLIENTE   PIC 9(007).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-DATA          PIC 9(008).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-SEQ           PIC 9(003).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-VALOR         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-EXPOSICAO     PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-LIMITE        PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-ORIGEM        PIC X(001).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-SOLIC         PIC X(008).
           03 FILLER              PIC X(004) VALUE SPACES.

       77 W-QTD-LISTA             PIC 9(002) COMP     VALUE ZEROS.

      * PARAMETRO DO AUDLACRE - LACRE ENCADEADO DOS REGISTROS DAS
      * TRILHAS DE AUDITORIA.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "L".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

       LINKAGE SECTION.
       01  LKS-OPERADOR-ID         PIC X(008).

       SCREEN SECTION.

       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "LIMITE DE CREDITO - MENU GERAL".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR LIMITE".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR LIMITE (SEM CONTROLE)".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR EXPOSICAO DO CLIENTE".
          02 LINE 10 COL 10 VALUE "(4) PEDIDOS RETIDOS POR LIMITE".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-CLIENTE AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "LIMITE DE CREDITO DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE: (.......)".
          02 LINE 07 COL 27, PIC ZZZZZZ9 TO W-COD-CLIENTE-CRD.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LIMITE AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "MANUTENCAO DO LIMITE DE CREDITO".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE.....:".
          02 LINE 07 COL 31, PIC ZZZZZZ9 FROM W-COD-CLIENTE-CRD.
          02 LINE 08 COL 10 VALUE "RAZAO SOCIAL.......:".
          02 LINE 08 COL 31, PIC X(040) FROM W-RAZAO-SOCIAL-CRD.
          02 LINE 09 COL 10 VALUE "LIMITE ATUAL.......:".
          02 LINE 09 COL 31, PIC X(030) FROM W-SITUACAO-LIMITE.
          02 LINE 11 COL 10 VALUE "NOVO LIMITE........:".
          02 LINE 11 COL 31, PIC ZZZZZZZZ9,99 TO W-LIMITE-NOVO.
          02 LINE 12 COL 10 VALUE
             "(LIMITE ZERADO RETEM TODO PEDIDO NOVO)".
          02 LINE 15 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-EXCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DO LIMITE DE CREDITO".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE.....:".
          02 LINE 07 COL 31, PIC ZZZZZZ9 FROM W-COD-CLIENTE-CRD.
          02 LINE 08 COL 10 VALUE "RAZAO SOCIAL.......:".
          02 LINE 08 COL 31, PIC X(040) FROM W-RAZAO-SOCIAL-CRD.
          02 LINE 09 COL 10 VALUE "LIMITE ATUAL.......:".
          02 LINE 09 COL 31, PIC X(030) FROM W-SITUACAO-LIMITE.
          02 LINE 11 COL 10 VALUE
             "(SEM LIMITE O CLIENTE FICA SEM CONTROLE DE CREDITO)".
          02 LINE 15 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 RESULTADO-CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXPOSICAO DE CREDITO DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE :".
          02 LINE 07 COL 28, PIC ZZZZZZ9 FROM W-COD-CLIENTE-CRD.
          02 LINE 08 COL 10 VALUE "RAZAO SOCIAL   :".
          02 LINE 08 COL 28, PIC X(040) FROM W-RAZAO-SOCIAL-CRD.
          02 LINE 09 COL 10 VALUE "LIMITE         :".
          02 LINE 09 COL 28, PIC X(030) FROM W-SITUACAO-LIMITE.
          02 LINE 10 COL 10 VALUE "EM ABERTO      :".
          02 LINE 10 COL 28, PIC ZZZZZZZZZZ9,99 FROM W-ED-ABERTO.
          02 LINE 11 COL 10 VALUE "DISPONIVEL     :".
          02 LINE 11 COL 28, PIC -ZZZZZZZZZ9,99 FROM W-ED-DISPONIVEL.
          02 LINE 13 COL 10, PIC X(040) FROM WMSG.
          02 LINE 15 COL 10 "NOVA CONSULTA? (S/N): (.)".
          02 LINE 15 COL 36, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LISTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "PEDIDOS RETIDOS POR LIMITE DE CREDITO
      -"".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 03 VALUE
             "CLIENTE DATA     SEQ        VALOR      EXPOSICAO       LIM
      -"ITE O SOLICIT.".
          02 LINE 05 COL 03, PIC X(076) FROM W-LISTA-LINHA (1).
          02 LINE 06 COL 03, PIC X(076) FROM W-LISTA-LINHA (2).
          02 LINE 07 COL 03, PIC X(076) FROM W-LISTA-LINHA (3).
          02 LINE 08 COL 03, PIC X(076) FROM W-LISTA-LINHA (4).
          02 LINE 09 COL 03, PIC X(076) FROM W-LISTA-LINHA (5).
          02 LINE 10 COL 03, PIC X(076) FROM W-LISTA-LINHA (6).
          02 LINE 11 COL 03, PIC X(076) FROM W-LISTA-LINHA (7).
          02 LINE 12 COL 03, PIC X(076) FROM W-LISTA-LINHA (8).
          02 LINE 14 COL 03 VALUE
             "CHAVE PARA DECIDIR (CLIENTE ZERADO = CONTINUAR/SAIR)".
          02 LINE 15 COL 03 VALUE "CLIENTE:".
          02 LINE 15 COL 12, PIC ZZZZZZ9 TO W-ESC-COD-CLIENTE.
          02 LINE 15 COL 21 VALUE "DATA:".
          02 LINE 15 COL 27, PIC 99999999 TO W-ESC-DATA-PEDIDO.
          02 LINE 15 COL 37 VALUE "SEQ:".
          02 LINE 15 COL 42, PIC ZZ9 TO W-ESC-SEQ-RETIDO.
          02 LINE 19 COL 03, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-DECISAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "DECISAO SOBRE PEDIDO RETIDO".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CLIENTE/DATA/SEQ:".
          02 LINE 05 COL 29, PIC ZZZZZZ9 FROM RT-COD-CLIENTE.
          02 LINE 05 COL 37, PIC 99999999 FROM RT-DATA-PEDIDO.
          02 LINE 05 COL 46, PIC ZZ9 FROM RT-SEQ-RETIDO.
          02 LINE 06 COL 10 VALUE "RAZAO SOCIAL....:".
          02 LINE 06 COL 29, PIC X(040) FROM W-RAZAO-SOCIAL-CRD.
          02 LINE 07 COL 10 VALUE "VALOR DO PEDIDO.:".
          02 LINE 07 COL 29, PIC ZZZZZZZZ9,99 FROM RT-VALOR-PEDIDO.
          02 LINE 08 COL 10 VALUE "EM ABERTO.......:".
          02 LINE 08 COL 29, PIC ZZZZZZZZZZ9,99 FROM RT-VALOR-ABERTO.
          02 LINE 09 COL 10 VALUE "EXPOSICAO.......:".
          02 LINE 09 COL 29, PIC ZZZZZZZZZZ9,99 FROM RT-EXPOSICAO.
          02 LINE 10 COL 10 VALUE "LIMITE NA RETENCAO:".
          02 LINE 10 COL 31, PIC ZZZZZZZZ9,99 FROM RT-LIMITE-CREDITO.
          02 LINE 11 COL 10 VALUE "SOLICITANTE.....:".
          02 LINE 11 COL 29, PIC X(008) FROM RT-OPERADOR-SOLIC.
          02 LINE 11 COL 40 VALUE "EM:".
          02 LINE 11 COL 44, PIC 99999999 FROM RT-DATA-RETENCAO.
          02 LINE 14 COL 10 VALUE "(L)IBERAR / (R)ECUSAR / (V)OLTAR:".
          02 LINE 14 COL 45, PIC X TO W-DECISAO.
          02 LINE 16 COL 10 "CONFIRMA A DECISAO? (S/N): (.)".
          02 LINE 16 COL 38, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * LIMITE DE CREDITO POR CLIENTE, MANTIDO PELA MESA DO
      * FINANCEIRO. O VERINADIM SO OLHA O SALDO VENCIDO - CLIENTE EM
      * DIA COM SALDO ENORME A VENCER CONTINUAVA COMPRANDO SEM
      * TETO. COM O LIMITE CADASTRADO, O CADPEDIDO E O IMPPEDIDO
      * RETEM O PEDIDO QUE LEVA A EXPOSICAO (TITULOS EM ABERTO MAIS
      * O PEDIDO) ACIMA DO LIMITE; AQUI O FINANCEIRO LIBERA (O
      * PEDIDO ENTRA NO ARQ-PEDIDO) OU RECUSA. QUEM RETEVE O PEDIDO
      * NAO PODE LIBERA-LO. TUDO VAI PARA O CADCREDITO.AUD.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-MANTER-LIMITE
             WHEN 2
                PERFORM 200-EXCLUIR-LIMITE
             WHEN 3
                PERFORM 300-CONSULTAR-EXPOSICAO
             WHEN 4
                PERFORM 400-LISTAR-RETIDOS
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-MANTER-LIMITE.

           MOVE ZEROS  TO W-COD-CLIENTE-CRD
           MOVE SPACES TO WMSG

           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE

           PERFORM 150-LER-CLIENTE-LIMITE

           IF WMSG EQUAL SPACES
              MOVE W-LIMITE-ATUAL TO W-LIMITE-NOVO

              DISPLAY TELA-LIMITE
              ACCEPT  TELA-LIMITE

              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 PERFORM 160-GRAVAR-LIMITE
              END-IF
           END-IF

           PERFORM 000-INICIO.

      * O LIMITE SO E CADASTRADO PARA CLIENTE EXISTENTE - JA TRAZ A
      * RAZAO SOCIAL E O LIMITE VIGENTE PARA A TELA.
       150-LER-CLIENTE-LIMITE.

           MOVE SPACES TO W-RAZAO-SOCIAL-CRD
           MOVE ZEROS  TO W-LIMITE-ATUAL
           MOVE "N"    TO W-TEM-LIMITE-SW
           MOVE "SEM LIMITE (SEM CONTROLE)" TO W-SITUACAO-LIMITE

           OPEN INPUT ARQ-CLIENTE

           MOVE W-COD-CLIENTE-CRD TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE NOT EQUAL "00"
              MOVE "CODIGO DE CLIENTE NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-CLIENTE
           ELSE
              MOVE RAZAO-SOCIAL TO W-RAZAO-SOCIAL-CRD
           END-IF

           CLOSE ARQ-CLIENTE

           IF WMSG EQUAL SPACES
              OPEN INPUT ARQ-CREDITO

              IF FS-CREDITO EQUAL "00"
                 MOVE W-COD-CLIENTE-CRD TO CR-COD-CLIENTE
                 READ ARQ-CREDITO RECORD KEY IS CR-COD-CLIENTE
                   INVALID KEY MOVE "23" TO FS-CREDITO
                 END-READ

                 IF FS-CREDITO EQUAL "00"
                    MOVE "S"               TO W-TEM-LIMITE-SW
                    MOVE CR-LIMITE-CREDITO TO W-LIMITE-ATUAL
                    MOVE CR-LIMITE-CREDITO TO W-ED-LIMITE
                    MOVE SPACES            TO W-SITUACAO-LIMITE
                    MOVE W-ED-LIMITE       TO W-SITUACAO-LIMITE
                 END-IF

                 CLOSE ARQ-CREDITO
              ELSE
                 IF FS-CREDITO EQUAL "05"
                    CLOSE ARQ-CREDITO
                 END-IF
              END-IF

              MOVE "00" TO FS-CREDITO
           END-IF.

       160-GRAVAR-LIMITE.

           OPEN I-O ARQ-CREDITO

           MOVE W-COD-CLIENTE-CRD TO CR-COD-CLIENTE
           MOVE W-LIMITE-NOVO     TO CR-LIMITE-CREDITO
           MOVE W-DATA-HOJE       TO CR-DATA-ALTERACAO
           MOVE W-OPERADOR-ID     TO CR-OPERADOR

           MOVE SPACES TO W-VALOR-ANTES-TXT

           IF W-TEM-LIMITE
              MOVE "ALT" TO W-OPERACAO-AUD
              MOVE W-LIMITE-ATUAL TO W-ED-VALOR-AUD
              STRING "LIMITE " DELIMITED BY SIZE
                     W-ED-VALOR-AUD DELIMITED BY SIZE
                INTO W-VALOR-ANTES-TXT
              REWRITE ARQ-CREDITO-REG
           ELSE
              MOVE "INC" TO W-OPERACAO-AUD
              WRITE ARQ-CREDITO-REG
           END-IF

           IF FS-CREDITO EQUAL "00"
              MOVE "LIMITE GRAVADO COM SUCESSO" TO WMSG

              MOVE W-LIMITE-NOVO TO W-ED-VALOR-AUD
              MOVE SPACES TO W-VALOR-DEPOIS-TXT
              STRING "LIMITE " DELIMITED BY SIZE
                     W-ED-VALOR-AUD DELIMITED BY SIZE
                INTO W-VALOR-DEPOIS-TXT

              MOVE SPACES TO W-CHAVE-AUD
              MOVE W-COD-CLIENTE-CRD TO W-CHAVE-AUD
              PERFORM 700-GRAVAR-AUDITORIA
           ELSE
              STRING "ERRO AO GRAVAR LIMITE - FS=" FS-CREDITO
                INTO WMSG
              MOVE "00" TO FS-CREDITO
           END-IF

           CLOSE ARQ-CREDITO.

      * SEM REGISTRO DE LIMITE O CLIENTE VOLTA A FICAR SEM CONTROLE
      * DE CREDITO - NAO CONFUNDIR COM LIMITE ZERADO, QUE RETEM TUDO.
       200-EXCLUIR-LIMITE.

           MOVE ZEROS  TO W-COD-CLIENTE-CRD
           MOVE SPACES TO WMSG

           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE

           PERFORM 150-LER-CLIENTE-LIMITE

           IF WMSG EQUAL SPACES
              IF NOT W-TEM-LIMITE
                 MOVE "CLIENTE SEM LIMITE CADASTRADO" TO WMSG
              ELSE
                 DISPLAY TELA-EXCLUSAO
                 ACCEPT  TELA-EXCLUSAO

                 IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                    PERFORM 210-APAGAR-LIMITE
                 END-IF
              END-IF
           END-IF

           PERFORM 000-INICIO.

       210-APAGAR-LIMITE.

           OPEN I-O ARQ-CREDITO

           MOVE W-COD-CLIENTE-CRD TO CR-COD-CLIENTE
           READ ARQ-CREDITO RECORD KEY IS CR-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CREDITO
           END-READ

           IF FS-CREDITO NOT EQUAL "00"
              MOVE "LIMITE NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-CREDITO
           ELSE
              DELETE ARQ-CREDITO RECORD
              MOVE "LIMITE EXCLUIDO" TO WMSG

              MOVE "EXC" TO W-OPERACAO-AUD
              MOVE W-LIMITE-ATUAL TO W-ED-VALOR-AUD
              MOVE SPACES TO W-VALOR-ANTES-TXT
              STRING "LIMITE " DELIMITED BY SIZE
                     W-ED-VALOR-AUD DELIMITED BY SIZE
                INTO W-VALOR-ANTES-TXT
              MOVE SPACES TO W-VALOR-DEPOIS-TXT

              MOVE SPACES TO W-CHAVE-AUD
              MOVE W-COD-CLIENTE-CRD TO W-CHAVE-AUD
              PERFORM 700-GRAVAR-AUDITORIA
           END-IF

           CLOSE ARQ-CREDITO.

      * EXPOSICAO ATUAL DO CLIENTE: O VERCREDITO E CHAMADO COM
      * PEDIDO ZERADO, ENTAO A EXPOSICAO E O PROPRIO SALDO EM ABERTO.
       300-CONSULTAR-EXPOSICAO.

           MOVE ZEROS  TO W-COD-CLIENTE-CRD
           MOVE SPACES TO WMSG

           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE

           PERFORM 150-LER-CLIENTE-LIMITE

           MOVE W-COD-CLIENTE-CRD TO CRD-COD-CLIENTE
           MOVE ZEROS             TO CRD-VALOR-PEDIDO

           CALL "VERCREDITO" USING W-PARAM-CREDITO

           MOVE CRD-VALOR-ABERTO TO W-ED-ABERTO
           MOVE ZEROS            TO W-ED-DISPONIVEL

           IF CRD-SEM-LIMITE
              IF WMSG EQUAL SPACES
                 MOVE "CLIENTE SEM CONTROLE DE CREDITO" TO WMSG
              END-IF
           ELSE
              COMPUTE W-DISPONIVEL = CRD-LIMITE - CRD-EXPOSICAO
              MOVE W-DISPONIVEL TO W-ED-DISPONIVEL

              IF W-DISPONIVEL LESS ZEROS
                 MOVE "EXPOSICAO ACIMA DO LIMITE" TO WMSG
              END-IF
           END-IF

           DISPLAY RESULTADO-CONSULTA
           ACCEPT  RESULTADO-CONSULTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 300-CONSULTAR-EXPOSICAO
           END-IF

           PERFORM 000-INICIO.

      * MONTA E EXIBE PAGINAS DE ATE 8 PEDIDOS RETIDOS PENDENTES; O
      * OPERADOR INFORMA A CHAVE PARA DECIDIR OU ZERO PARA
      * AVANCAR/SAIR.
       400-LISTAR-RETIDOS.

           MOVE "N"    TO W-FIM-LISTA-SW
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE ZEROS  TO W-CHAVE-ESCOLHIDA
           MOVE SPACES TO W-LISTA

           OPEN INPUT ARQ-PEDRET

           IF FS-PEDRET NOT EQUAL "00"
              MOVE "NENHUM PEDIDO RETIDO" TO WMSG
              IF FS-PEDRET EQUAL "05"
                 CLOSE ARQ-PEDRET
              END-IF
           ELSE
              MOVE ZEROS TO RT-COD-CLIENTE
              MOVE ZEROS TO RT-DATA-PEDIDO
              MOVE ZEROS TO RT-SEQ-RETIDO
              START ARQ-PEDRET KEY IS NOT LESS RT-CHAVE-RETIDO
                INVALID KEY MOVE "23" TO FS-PEDRET
              END-START

              IF FS-PEDRET EQUAL "00"
                 READ ARQ-PEDRET NEXT
                 PERFORM 410-MONTAR-LISTA
                    UNTIL FS-PEDRET NOT EQUAL "00"
                       OR W-FIM-DA-LISTA
              END-IF

              CLOSE ARQ-PEDRET

              IF NOT W-FIM-DA-LISTA
                 IF W-QTD-LISTA EQUAL ZEROS
                    MOVE SPACES TO W-LISTA
                    MOVE "NENHUM PEDIDO RETIDO PENDENTE"
                      TO W-LISTA-LINHA (1)
                 END-IF
                 PERFORM 420-EXIBIR-LISTA
              END-IF

      * A DECISAO SO RODA COM O ARQUIVO DA LISTAGEM JA FECHADO -
      * 500-DECIDIR REABRE EM I-O PARA REGRAVAR O DESFECHO.
              IF W-ESC-COD-CLIENTE GREATER ZEROS
                 PERFORM 500-DECIDIR
                 PERFORM 400-LISTAR-RETIDOS
              END-IF
           END-IF.

       410-MONTAR-LISTA.
           IF RT-PENDENTE
              ADD 1 TO W-QTD-LISTA
              MOVE RT-COD-CLIENTE    TO W-LST-COD-CLIENTE
              MOVE RT-DATA-PEDIDO    TO W-LST-DATA
              MOVE RT-SEQ-RETIDO     TO W-LST-SEQ
              MOVE RT-VALOR-PEDIDO   TO W-LST-VALOR
              MOVE RT-EXPOSICAO      TO W-LST-EXPOSICAO
              MOVE RT-LIMITE-CREDITO TO W-LST-LIMITE
              MOVE RT-ORIGEM         TO W-LST-ORIGEM
              MOVE RT-OPERADOR-SOLIC TO W-LST-SOLIC
              MOVE W-LISTA-DET       TO W-LISTA-LINHA (W-QTD-LISTA)

              IF W-QTD-LISTA NOT LESS 8
                 PERFORM 420-EXIBIR-LISTA
              END-IF
           END-IF

           IF NOT W-FIM-DA-LISTA
              READ ARQ-PEDRET NEXT
           END-IF.

       420-EXIBIR-LISTA.

           MOVE ZEROS TO W-CHAVE-ESCOLHIDA

           DISPLAY TELA-LISTA
           ACCEPT  TELA-LISTA

           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE SPACES TO WMSG

           IF W-ESC-COD-CLIENTE GREATER ZEROS
              MOVE "S" TO W-FIM-LISTA-SW
           END-IF.

       500-DECIDIR.

           OPEN I-O ARQ-PEDRET

           MOVE W-ESC-COD-CLIENTE TO RT-COD-CLIENTE
           MOVE W-ESC-DATA-PEDIDO TO RT-DATA-PEDIDO
           MOVE W-ESC-SEQ-RETIDO  TO RT-SEQ-RETIDO
           READ ARQ-PEDRET RECORD KEY IS RT-CHAVE-RETIDO
             INVALID KEY MOVE "23" TO FS-PEDRET
           END-READ

           IF FS-PEDRET NOT EQUAL "00"
              MOVE "PEDIDO RETIDO NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-PEDRET
              CLOSE ARQ-PEDRET
           ELSE
              IF NOT RT-PENDENTE
                 MOVE "PEDIDO JA DECIDIDO ANTERIORMENTE" TO WMSG
                 CLOSE ARQ-PEDRET
              ELSE
                 MOVE RT-COD-CLIENTE TO W-COD-CLIENTE-CRD
                 PERFORM 150-LER-CLIENTE-LIMITE
                 MOVE SPACES TO WMSG

                 DISPLAY TELA-DECISAO
                 ACCEPT  TELA-DECISAO

                 MOVE FUNCTION UPPER-CASE(W-DECISAO) TO W-DECISAO

                 IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL "S"
                    OR W-DECISAO EQUAL "V"
                    CLOSE ARQ-PEDRET
                 ELSE
                    PERFORM 510-APLICAR-DECISAO
                 END-IF
              END-IF
           END-IF.

       510-APLICAR-DECISAO.

      * QUEM LANCOU O PEDIDO NAO DECIDE SOBRE A PROPRIA RETENCAO.
           IF W-OPERADOR-ID EQUAL RT-OPERADOR-SOLIC
              MOVE "SOLICITANTE NAO PODE DECIDIR" TO WMSG
              CLOSE ARQ-PEDRET
           ELSE
              MOVE SPACES TO W-CHAVE-AUD
              STRING RT-COD-CLIENTE DELIMITED BY SIZE
                     "/"            DELIMITED BY SIZE
                     RT-DATA-PEDIDO DELIMITED BY SIZE
                     "/"            DELIMITED BY SIZE
                     RT-SEQ-RETIDO  DELIMITED BY SIZE
                INTO W-CHAVE-AUD

              MOVE RT-EXPOSICAO TO W-ED-VALOR-AUD
              MOVE SPACES TO W-VALOR-ANTES-TXT
              STRING "RETIDO EXPOSICAO " DELIMITED BY SIZE
                     W-ED-VALOR-AUD DELIMITED BY SIZE
                INTO W-VALOR-ANTES-TXT

              EVALUATE W-DECISAO
                 WHEN "L"
      * PEDIDO DATADO EM COMPETENCIA JA FECHADA NAO ENTRA - A
      * COMISSAO DO MES FOI PAGA. FICA PENDENTE ATE A REABERTURA.
                    MOVE RT-DATA-PEDIDO TO PPE-DATA-REF
                    CALL "VERPERIODO" USING W-PARAM-PERIODO

                    IF PPE-FECHADO
                       MOVE "MES DO PEDIDO FECHADO - NAO LIBERADO"
                         TO WMSG
                    ELSE
                       PERFORM 520-LIBERAR-PEDIDO

                       IF FS-PEDIDO EQUAL "00"
                          SET RT-LIBERADO TO TRUE
                          MOVE W-OPERADOR-ID TO RT-OPERADOR-DECISAO
                          MOVE W-DATA-HOJE   TO RT-DATA-DECISAO
                          MOVE W-SEQ-PEDIDO  TO RT-SEQ-PEDIDO
                          REWRITE ARQ-PEDRET-REG

                          MOVE "LIB" TO W-OPERACAO-AUD
                          MOVE SPACES TO W-VALOR-DEPOIS-TXT
                          STRING "LIBERADO COMO SEQ " DELIMITED BY SIZE
                                 W-SEQ-PEDIDO DELIMITED BY SIZE
                            INTO W-VALOR-DEPOIS-TXT
                          PERFORM 700-GRAVAR-AUDITORIA

                          MOVE "PEDIDO LIBERADO E GRAVADO" TO WMSG
                       ELSE
                          STRING "ERRO AO GRAVAR PEDIDO - FS="
                                 FS-PEDIDO
                            INTO WMSG
                          MOVE "00" TO FS-PEDIDO
                       END-IF
                    END-IF
                 WHEN "R"
                    SET RT-RECUSADO TO TRUE
                    MOVE W-OPERADOR-ID TO RT-OPERADOR-DECISAO
                    MOVE W-DATA-HOJE   TO RT-DATA-DECISAO
                    REWRITE ARQ-PEDRET-REG

                    MOVE "REC" TO W-OPERACAO-AUD
                    MOVE "RECUSADO" TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA

                    MOVE "PEDIDO RECUSADO" TO WMSG
                 WHEN OTHER
                    MOVE "DECISAO INVALIDA - INFORME L, R OU V"
                      TO WMSG
              END-EVALUATE

              CLOSE ARQ-PEDRET
           END-IF.

      * GRAVA O PEDIDO LIBERADO NO ARQ-PEDIDO NA PROXIMA SEQUENCIA
      * LIVRE DO CLIENTE/DATA - MESMA TECNICA DO
      * 160-PROXIMA-SEQUENCIA DO CADPEDIDO.
       520-LIBERAR-PEDIDO.

           OPEN I-O ARQ-PEDIDO

           MOVE ZEROS TO W-SEQ-PEDIDO

           MOVE RT-COD-CLIENTE TO P-COD-CLIENTE
           MOVE RT-DATA-PEDIDO TO P-DATA-PEDIDO
           MOVE ZEROS          TO P-SEQ-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS P-CHAVE-PEDIDO
             INVALID KEY MOVE "23" TO FS-PEDIDO
           END-START

           IF FS-PEDIDO EQUAL "00"
              READ ARQ-PEDIDO NEXT
              PERFORM 525-VARRER-SEQUENCIA
                 UNTIL FS-PEDIDO NOT EQUAL "00"
                    OR P-COD-CLIENTE NOT EQUAL RT-COD-CLIENTE
                    OR P-DATA-PEDIDO NOT EQUAL RT-DATA-PEDIDO
           END-IF

           MOVE "00" TO FS-PEDIDO

           ADD 1 TO W-SEQ-PEDIDO

           MOVE RT-COD-CLIENTE  TO P-COD-CLIENTE
           MOVE RT-DATA-PEDIDO  TO P-DATA-PEDIDO
           MOVE W-SEQ-PEDIDO    TO P-SEQ-PEDIDO
           MOVE RT-VALOR-PEDIDO TO P-VALOR-PEDIDO
           MOVE RT-QTD-ITENS    TO P-QTD-ITENS
           MOVE RT-COD-VENDEDOR TO P-COD-VENDEDOR
           SET P-ERP-DIGITADO   TO TRUE
           ACCEPT P-DATA-STATUS-ERP FROM DATE YYYYMMDD
           MOVE SPACES          TO P-DOC-ERP
           MOVE ZEROS           TO P-LOTE-ERP
           MOVE P-COD-VENDEDOR  TO P-VEND-VENDEDOR
           MOVE P-DATA-PEDIDO   TO P-VEND-DATA

           WRITE ARQ-PEDIDO-REG

           CLOSE ARQ-PEDIDO.

       525-VARRER-SEQUENCIA.
           MOVE P-SEQ-PEDIDO TO W-SEQ-PEDIDO

           READ ARQ-PEDIDO NEXT.

      * GRAVA O ANTES/DEPOIS NA TRILHA GENERICA (CADCREDITO.AUD).
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID      TO AG-OPERADOR
              MOVE W-OPERACAO-AUD     TO AG-OPERACAO
              MOVE W-CHAVE-AUD        TO AG-CHAVE
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADCREDITO.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
           END-IF.

       END PROGRAM CADCREDITO.
