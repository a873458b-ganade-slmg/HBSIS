       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADEQUIPE.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ARQ-OPERADOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-OPERADOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OPERADOR.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

      * TRILHA DE AUDITORIA DAS EQUIPES - A EQUIPE DECIDE O QUE O
      * SUPERVISOR ENXERGA NAS CONSULTAS E COMO OS RELATORIOS
      * SUBTOTALIZAM, ENTAO TODA MUDANCA FICA REGISTRADA.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADEQUIPE.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       FD  ARQ-OPERADOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOPERADOR'.

       COPY "CADOPERADOR.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-EQUIPE               PIC X(002)          VALUE "00".
       77 FS-EQUIPEVEN            PIC X(002)          VALUE "00".
       77 FS-OPERADOR             PIC X(002)          VALUE "00".
       77 FS-VENDEDOR             PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-DADOS-EQUIPE.
           03 W-COD-EQUIPE        PIC 9(003)          VALUE ZEROS.
           03 W-NOME-EQUIPE       PIC X(030)          VALUE SPACES.
           03 W-SUPERVISOR        PIC X(008)          VALUE SPACES.
           03 W-GERENTE           PIC X(008)          VALUE SPACES.
           03 W-COD-VENDEDOR-VINC PIC 9(003)          VALUE ZEROS.

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-COD-OPERADOR-BUSCA    PIC X(008)          VALUE SPACES.
       77 W-NOME-VENDEDOR-VINC    PIC X(040)          VALUE SPACES.
       77 W-EQUIPE-EXISTE-SW      PIC X(001)          VALUE "N".
          88 W-EQUIPE-EXISTE         VALUE "S".
       77 W-SUPERVISOR-ANTERIOR   PIC X(008)          VALUE SPACES.
       77 W-GERENTE-ANTERIOR      PIC X(008)          VALUE SPACES.
       77 W-NOME-ANTERIOR         PIC X(030)          VALUE SPACES.
       77 W-QTD-VINCULOS-EXCL     PIC 9(003)          VALUE ZEROS.

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
          02 LINE 05 COL 10 VALUE "EQUIPES DE VENDA".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR EQUIPE".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR EQUIPE".
          02 LINE 09 COL 10 VALUE "(3) INCLUIR VENDEDOR NA EQUIPE".
          02 LINE 10 COL 10 VALUE "(4) RETIRAR VENDEDOR DA EQUIPE".
          02 LINE 12 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 14 COL 10 VALUE
             "(O VENDEDOR PERTENCE A UMA SO EQUIPE)".
          02 LINE 17 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 17 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-EQUIPE AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO/ALTERACAO DE EQUIPE".
          02 LINE 07 COL 10 VALUE "CODIGO DA EQUIPE.......:".
          02 LINE 07 COL 35, PIC 9(003) TO W-COD-EQUIPE.
          02 LINE 08 COL 10 VALUE "NOME DA EQUIPE.........:".
          02 LINE 08 COL 35, PIC X(030) TO W-NOME-EQUIPE.
          02 LINE 09 COL 10 VALUE "SUPERVISOR (OPERADOR)..:".
          02 LINE 09 COL 35, PIC X(008) TO W-SUPERVISOR.
          02 LINE 10 COL 10 VALUE "GERENTE REGIONAL (OPER):".
          02 LINE 10 COL 35, PIC X(008) TO W-GERENTE.
          02 LINE 12 COL 10 VALUE
             "(O SUPERVISOR PRECISA ESTAR MARCADO COMO TAL".
          02 LINE 13 COL 11 VALUE
             "NO CADASTRO DE OPERADORES)".
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE EQUIPE".
          02 LINE 07 COL 10 VALUE "CODIGO DA EQUIPE.......:".
          02 LINE 07 COL 35, PIC 9(003) TO W-COD-EQUIPE.
          02 LINE 09 COL 10 VALUE
             "(OS VENDEDORES FICAM SEM EQUIPE)".
          02 LINE 15 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-VINCULO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "VENDEDOR NA EQUIPE".
          02 LINE 07 COL 10 VALUE "CODIGO DA EQUIPE.......:".
          02 LINE 07 COL 35, PIC 9(003) TO W-COD-EQUIPE.
          02 LINE 08 COL 10 VALUE "CODIGO DO VENDEDOR.....:".
          02 LINE 08 COL 35, PIC 9(003) TO W-COD-VENDEDOR-VINC.
          02 LINE 15 COL 10 "CONFIRMA A OPERACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * MANUTENCAO DAS EQUIPES DE VENDA (CADEQUIPE) E DOS SEUS
      * VENDEDORES (CADEQUIPEVEN): CADA EQUIPE TEM UM SUPERVISOR E
      * UM GERENTE REGIONAL DO CADOPERADOR; O VENDEDOR SO ENTRA SE
      * EXISTIR E AINDA NAO ESTIVER EM OUTRA EQUIPE. TODA
      * MANUTENCAO VAI PARA A TRILHA CADEQUIPE.AUD (RELAUDIT ORIGEM
      * "Q").
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-GRAVAR-EQUIPE
             WHEN 2
                PERFORM 300-EXCLUIR-EQUIPE
             WHEN 3
                PERFORM 500-INCLUIR-VENDEDOR
             WHEN 4
                PERFORM 600-RETIRAR-VENDEDOR
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-GRAVAR-EQUIPE.

           INITIALIZE W-DADOS-EQUIPE

           DISPLAY TELA-EQUIPE
           ACCEPT  TELA-EQUIPE

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE FUNCTION UPPER-CASE(W-NOME-EQUIPE) TO W-NOME-EQUIPE

              EVALUATE TRUE
                 WHEN W-COD-EQUIPE EQUAL ZEROS
                    MOVE "INFORME O CODIGO DA EQUIPE" TO WMSG
                 WHEN W-NOME-EQUIPE EQUAL SPACES
                    MOVE "INFORME O NOME DA EQUIPE" TO WMSG
                 WHEN W-SUPERVISOR EQUAL SPACES
                    MOVE "INFORME O SUPERVISOR DA EQUIPE" TO WMSG
                 WHEN W-GERENTE EQUAL SPACES
                    MOVE "INFORME O GERENTE REGIONAL" TO WMSG
              END-EVALUATE

              IF WMSG EQUAL SPACES
                 MOVE W-SUPERVISOR TO W-COD-OPERADOR-BUSCA
                 PERFORM 150-LER-OPERADOR

                 IF WMSG EQUAL SPACES
                    AND NOT OPERADOR-SUPERVISOR
                    MOVE "OPERADOR NAO E SUPERVISOR (CADOPERADOR)"
                      TO WMSG
                 END-IF
              END-IF

              IF WMSG EQUAL SPACES
                 MOVE W-GERENTE TO W-COD-OPERADOR-BUSCA
                 PERFORM 150-LER-OPERADOR
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 110-GRAVAR-REGISTRO-EQUIPE
              END-IF
           END-IF

           PERFORM 000-INICIO.

       110-GRAVAR-REGISTRO-EQUIPE.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O ARQ-EQUIPE
           IF FS-EQUIPE EQUAL "05"
              CLOSE ARQ-EQUIPE
              OPEN I-O ARQ-EQUIPE
           END-IF

           MOVE W-COD-EQUIPE TO EQ-COD-EQUIPE
           READ ARQ-EQUIPE RECORD KEY IS EQ-COD-EQUIPE
             INVALID KEY MOVE "23" TO FS-EQUIPE
           END-READ

           IF FS-EQUIPE EQUAL "00"
              MOVE "S"           TO W-EQUIPE-EXISTE-SW
              MOVE EQ-SUPERVISOR TO W-SUPERVISOR-ANTERIOR
              MOVE EQ-GERENTE    TO W-GERENTE-ANTERIOR
              MOVE EQ-NOME       TO W-NOME-ANTERIOR
           ELSE
              MOVE "N"    TO W-EQUIPE-EXISTE-SW
              MOVE SPACES TO W-SUPERVISOR-ANTERIOR
              MOVE SPACES TO W-GERENTE-ANTERIOR
              MOVE SPACES TO W-NOME-ANTERIOR
              MOVE "00"   TO FS-EQUIPE
              INITIALIZE ARQ-EQUIPE-REG
              MOVE W-COD-EQUIPE TO EQ-COD-EQUIPE
           END-IF

           MOVE W-NOME-EQUIPE TO EQ-NOME
           MOVE W-SUPERVISOR  TO EQ-SUPERVISOR
           MOVE W-GERENTE     TO EQ-GERENTE
           MOVE W-DATA-HOJE   TO EQ-DATA-ALTERACAO
           MOVE W-OPERADOR-ID TO EQ-OPERADOR

           IF W-EQUIPE-EXISTE
              REWRITE ARQ-EQUIPE-REG
           ELSE
              WRITE ARQ-EQUIPE-REG
           END-IF

           IF FS-EQUIPE EQUAL "00"
              MOVE "EQUIPE GRAVADA COM SUCESSO" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-EQUIPE
                INTO WMSG
           END-IF

           CLOSE ARQ-EQUIPE

           IF FS-EQUIPE EQUAL "00"
              PERFORM 560-MONTAR-CHAVE-EQUIPE

              IF W-EQUIPE-EXISTE
                 MOVE "ALT" TO W-OPERACAO-AUD
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "SUP " W-SUPERVISOR-ANTERIOR
                        " GER " W-GERENTE-ANTERIOR " "
                        W-NOME-ANTERIOR
                   DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT
              ELSE
                 MOVE "INC"  TO W-OPERACAO-AUD
                 MOVE SPACES TO W-VALOR-ANTES-TXT
              END-IF

              MOVE SPACES TO W-VALOR-DEPOIS-TXT
              STRING "SUP " W-SUPERVISOR " GER " W-GERENTE " "
                     W-NOME-EQUIPE
                DELIMITED BY SIZE
                INTO W-VALOR-DEPOIS-TXT

              PERFORM 700-GRAVAR-AUDITORIA
           END-IF.

      * LE O OPERADOR W-COD-OPERADOR-BUSCA NO CADOPERADOR - O
      * REGISTRO FICA NA AREA DO ARQUIVO PARA O CHAMADOR CONFERIR.
       150-LER-OPERADOR.

           OPEN INPUT ARQ-OPERADOR

           MOVE W-COD-OPERADOR-BUSCA TO COD-OPERADOR
           READ ARQ-OPERADOR RECORD KEY IS COD-OPERADOR
             INVALID KEY MOVE "23" TO FS-OPERADOR
           END-READ

           IF FS-OPERADOR NOT EQUAL "00"
              STRING "OPERADOR " W-COD-OPERADOR-BUSCA
                     " NAO LOCALIZADO"
                DELIMITED BY SIZE
                INTO WMSG
              MOVE "00" TO FS-OPERADOR
           END-IF

           CLOSE ARQ-OPERADOR.

       300-EXCLUIR-EQUIPE.

           INITIALIZE W-DADOS-EQUIPE

           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-EQUIPE

              MOVE W-COD-EQUIPE TO EQ-COD-EQUIPE
              READ ARQ-EQUIPE RECORD KEY IS EQ-COD-EQUIPE
                INVALID KEY MOVE "23" TO FS-EQUIPE
              END-READ

              IF FS-EQUIPE NOT EQUAL "00"
                 MOVE "EQUIPE NAO LOCALIZADA" TO WMSG
                 MOVE "00" TO FS-EQUIPE
              ELSE
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "SUP " EQ-SUPERVISOR " GER " EQ-GERENTE " "
                        EQ-NOME
                   DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT

                 DELETE ARQ-EQUIPE RECORD

                 PERFORM 310-EXCLUIR-VINCULOS-EQUIPE

                 STRING "EQUIPE EXCLUIDA - VENDEDORES: "
                        W-QTD-VINCULOS-EXCL
                   INTO WMSG

                 MOVE "EXC" TO W-OPERACAO-AUD
                 PERFORM 560-MONTAR-CHAVE-EQUIPE
                 MOVE SPACES TO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA
              END-IF

              CLOSE ARQ-EQUIPE
           END-IF

           PERFORM 000-INICIO.

       310-EXCLUIR-VINCULOS-EQUIPE.

           MOVE ZEROS TO W-QTD-VINCULOS-EXCL

           OPEN I-O ARQ-EQUIPEVEN

           IF FS-EQUIPEVEN EQUAL "00"
              MOVE W-COD-EQUIPE TO EV-COD-EQUIPE
              MOVE ZEROS        TO EV-COD-VENDEDOR

              START ARQ-EQUIPEVEN KEY IS NOT LESS EV-CHAVE-EQUIPEVEN
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-START

              IF FS-EQUIPEVEN EQUAL "00"
                 READ ARQ-EQUIPEVEN NEXT
                 PERFORM 315-EXCLUIR-UM-VINCULO
                    UNTIL FS-EQUIPEVEN NOT EQUAL "00"
                       OR EV-COD-EQUIPE NOT EQUAL W-COD-EQUIPE
              END-IF

              CLOSE ARQ-EQUIPEVEN
           ELSE
              IF FS-EQUIPEVEN EQUAL "05"
                 CLOSE ARQ-EQUIPEVEN
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPEVEN.

       315-EXCLUIR-UM-VINCULO.
           DELETE ARQ-EQUIPEVEN RECORD
           ADD 1 TO W-QTD-VINCULOS-EXCL

           READ ARQ-EQUIPEVEN NEXT.

      * O VENDEDOR ENTRA SE A EQUIPE EXISTE, O VENDEDOR EXISTE E ELE
      * NAO ESTA EM OUTRA EQUIPE.
       500-INCLUIR-VENDEDOR.

           INITIALIZE W-DADOS-EQUIPE

           DISPLAY TELA-VINCULO
           ACCEPT  TELA-VINCULO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 550-LER-EQUIPE

              IF WMSG EQUAL SPACES
                 PERFORM 510-LER-VENDEDOR
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 520-CONFERIR-VENDEDOR-LIVRE
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 530-GRAVAR-VINCULO

                 IF FS-EQUIPEVEN EQUAL "00"
                    MOVE "VENDEDOR INCLUIDO NA EQUIPE" TO WMSG

                    MOVE "INC" TO W-OPERACAO-AUD
                    PERFORM 570-MONTAR-CHAVE-VINCULO
                    MOVE SPACES TO W-VALOR-ANTES-TXT
                    MOVE W-NOME-VENDEDOR-VINC TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA
                 ELSE
                    MOVE "VENDEDOR JA ESTA NESTA EQUIPE" TO WMSG
                 END-IF

                 MOVE "00" TO FS-EQUIPEVEN
              END-IF
           END-IF

           PERFORM 000-INICIO.

       510-LER-VENDEDOR.

           OPEN INPUT ARQ-VENDEDOR

           MOVE W-COD-VENDEDOR-VINC TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VENDEDOR
           END-READ

           IF FS-VENDEDOR NOT EQUAL "00"
              MOVE "VENDEDOR NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-VENDEDOR
           ELSE
              MOVE NOME-VENDEDOR TO W-NOME-VENDEDOR-VINC
           END-IF

           CLOSE ARQ-VENDEDOR.

      * O VENDEDOR SO PODE PERTENCER A UMA EQUIPE - VINCULO NA
      * PROPRIA EQUIPE E ACEITO (REGRAVACAO).
       520-CONFERIR-VENDEDOR-LIVRE.

           OPEN INPUT ARQ-EQUIPEVEN

           IF FS-EQUIPEVEN EQUAL "00"
              MOVE W-COD-VENDEDOR-VINC TO EV-COD-VENDEDOR
              READ ARQ-EQUIPEVEN RECORD KEY IS EV-COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-READ

              IF FS-EQUIPEVEN EQUAL "00"
                 AND EV-COD-EQUIPE NOT EQUAL W-COD-EQUIPE
                 STRING "VENDEDOR JA ESTA NA EQUIPE " EV-COD-EQUIPE
                   DELIMITED BY SIZE
                   INTO WMSG
              END-IF

              CLOSE ARQ-EQUIPEVEN
           ELSE
              IF FS-EQUIPEVEN EQUAL "05"
                 CLOSE ARQ-EQUIPEVEN
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPEVEN.

       530-GRAVAR-VINCULO.

           OPEN I-O ARQ-EQUIPEVEN
           IF FS-EQUIPEVEN EQUAL "05"
              CLOSE ARQ-EQUIPEVEN
              OPEN I-O ARQ-EQUIPEVEN
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           MOVE W-COD-EQUIPE        TO EV-COD-EQUIPE
           MOVE W-COD-VENDEDOR-VINC TO EV-COD-VENDEDOR
           MOVE W-DATA-HOJE         TO EV-DATA-VINCULO
           MOVE W-OPERADOR-ID       TO EV-OPERADOR

           WRITE ARQ-EQUIPEVEN-REG
             INVALID KEY MOVE "22" TO FS-EQUIPEVEN
           END-WRITE

           CLOSE ARQ-EQUIPEVEN.

       550-LER-EQUIPE.

           OPEN INPUT ARQ-EQUIPE

           MOVE W-COD-EQUIPE TO EQ-COD-EQUIPE
           READ ARQ-EQUIPE RECORD KEY IS EQ-COD-EQUIPE
             INVALID KEY MOVE "23" TO FS-EQUIPE
           END-READ

           IF FS-EQUIPE NOT EQUAL "00"
              MOVE "EQUIPE NAO LOCALIZADA" TO WMSG
              MOVE "00" TO FS-EQUIPE
           END-IF

           CLOSE ARQ-EQUIPE.

       560-MONTAR-CHAVE-EQUIPE.
           MOVE SPACES TO W-CHAVE-AUD
           STRING "EQUIPE " W-COD-EQUIPE
             DELIMITED BY SIZE
             INTO W-CHAVE-AUD.

       570-MONTAR-CHAVE-VINCULO.
           MOVE SPACES TO W-CHAVE-AUD
           STRING "EQUIPE " W-COD-EQUIPE " VENDEDOR "
                  W-COD-VENDEDOR-VINC
             DELIMITED BY SIZE
             INTO W-CHAVE-AUD.

       600-RETIRAR-VENDEDOR.

           INITIALIZE W-DADOS-EQUIPE

           DISPLAY TELA-VINCULO
           ACCEPT  TELA-VINCULO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-EQUIPEVEN

              MOVE W-COD-EQUIPE        TO EV-COD-EQUIPE
              MOVE W-COD-VENDEDOR-VINC TO EV-COD-VENDEDOR
              READ ARQ-EQUIPEVEN RECORD KEY IS EV-CHAVE-EQUIPEVEN
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-READ

              IF FS-EQUIPEVEN NOT EQUAL "00"
                 MOVE "VENDEDOR NAO ESTA NESTA EQUIPE" TO WMSG
              ELSE
                 DELETE ARQ-EQUIPEVEN RECORD
                 MOVE "VENDEDOR RETIRADO DA EQUIPE" TO WMSG

                 MOVE "EXC" TO W-OPERACAO-AUD
                 PERFORM 570-MONTAR-CHAVE-VINCULO
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "INCLUIDO EM " EV-DATA-VINCULO
                        " POR " EV-OPERADOR
                   DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT
                 MOVE SPACES TO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA
              END-IF

              CLOSE ARQ-EQUIPEVEN
              MOVE "00" TO FS-EQUIPEVEN
           END-IF

           PERFORM 000-INICIO.

      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NA TRILHA GENERICA
      * (CADEQUIPE.AUD) - CONSULTADA PELO RELAUDIT NA ORIGEM "Q".
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

              MOVE "CADEQUIPE.AUD" TO PLA-TRILHA
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

       END PROGRAM CADEQUIPE.
