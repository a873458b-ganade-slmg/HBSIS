       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADGRUPO.
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

      * TRILHA DE AUDITORIA DOS GRUPOS - O VINCULO DECIDE O QUE O
      * CHKDADOS DEIXA DE APONTAR E PODE PRENDER FILIAIS AO MESMO
      * VENDEDOR NO FAZDISTRIB, ENTAO TODA MUDANCA FICA REGISTRADA.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADGRUPO.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

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

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-GRUPO                PIC X(002)          VALUE "00".
       77 FS-GRUPOCLI             PIC X(002)          VALUE "00".
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-DADOS-GRUPO.
           03 W-COD-GRUPO         PIC 9(005)          VALUE ZEROS.
           03 W-NOME-GRUPO        PIC X(040)          VALUE SPACES.
           03 W-COD-MATRIZ        PIC 9(007)          VALUE ZEROS.
           03 W-COD-CLIENTE-VINC  PIC 9(007)          VALUE ZEROS.

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-RAIZ-GRUPO            PIC X(008)          VALUE SPACES.
       77 W-RAZAO-CLIENTE         PIC X(040)          VALUE SPACES.
       77 W-GRUPO-EXISTE-SW       PIC X(001)          VALUE "N".
          88 W-GRUPO-EXISTE          VALUE "S".
       77 W-MATRIZ-ANTERIOR       PIC 9(007)          VALUE ZEROS.
       77 W-NOME-ANTERIOR         PIC X(040)          VALUE SPACES.
       77 W-QTD-VINCULOS-EXCL     PIC 9(005)          VALUE ZEROS.

       01  W-CNPJ-DETALHE.
           03 W-CNPJ-RAIZ         PIC X(008).
           03 FILLER              PIC X(006).
       01  W-CNPJ-COMPLETO REDEFINES W-CNPJ-DETALHE PIC X(014).

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
          02 LINE 05 COL 10 VALUE "GRUPOS ECONOMICOS (RAIZ DE CNPJ)".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR GRUPO".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR GRUPO".
          02 LINE 09 COL 10 VALUE "(3) VINCULAR FILIAL AO GRUPO".
          02 LINE 10 COL 10 VALUE "(4) DESVINCULAR FILIAL DO GRUPO".
          02 LINE 12 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 14 COL 10 VALUE
             "(A FILIAL PRECISA TER A MESMA RAIZ DE CNPJ DA".
          02 LINE 15 COL 11 VALUE
             "MATRIZ DO GRUPO)".
          02 LINE 17 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 17 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-GRUPO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO/ALTERACAO DE GRUPO".
          02 LINE 07 COL 10 VALUE "CODIGO DO GRUPO........:".
          02 LINE 07 COL 35, PIC 9(005) TO W-COD-GRUPO.
          02 LINE 08 COL 10 VALUE "NOME DO GRUPO..........:".
          02 LINE 08 COL 35, PIC X(040) TO W-NOME-GRUPO.
          02 LINE 09 COL 10 VALUE "CLIENTE MATRIZ.........:".
          02 LINE 09 COL 35, PIC 9(007) TO W-COD-MATRIZ.
          02 LINE 11 COL 10 VALUE
             "(A RAIZ DO GRUPO E A DO CNPJ DA MATRIZ)".
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE GRUPO".
          02 LINE 07 COL 10 VALUE "CODIGO DO GRUPO........:".
          02 LINE 07 COL 35, PIC 9(005) TO W-COD-GRUPO.
          02 LINE 09 COL 10 VALUE
             "(OS VINCULOS DAS FILIAIS SAEM JUNTO)".
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
          02 LINE 05 COL 10 VALUE "VINCULO DE FILIAL AO GRUPO".
          02 LINE 07 COL 10 VALUE "CODIGO DO GRUPO........:".
          02 LINE 07 COL 35, PIC 9(005) TO W-COD-GRUPO.
          02 LINE 08 COL 10 VALUE "CLIENTE (FILIAL).......:".
          02 LINE 08 COL 35, PIC 9(007) TO W-COD-CLIENTE-VINC.
          02 LINE 15 COL 10 "CONFIRMA A OPERACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * MANUTENCAO DOS GRUPOS ECONOMICOS (CADGRUPO) E DO VINCULO
      * DAS FILIAIS (CADGRUPOCLI). A MATRIZ E VINCULADA JUNTO COM O
      * GRUPO; A FILIAL SO ENTRA SE A RAIZ DO CNPJ DELA FOR A DO
      * GRUPO E SE AINDA NAO PERTENCER A OUTRO GRUPO. TODA
      * MANUTENCAO VAI PARA A TRILHA CADGRUPO.AUD (RELAUDIT ORIGEM
      * "G").
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-GRAVAR-GRUPO
             WHEN 2
                PERFORM 300-EXCLUIR-GRUPO
             WHEN 3
                PERFORM 500-VINCULAR-FILIAL
             WHEN 4
                PERFORM 600-DESVINCULAR-FILIAL
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-GRAVAR-GRUPO.

           INITIALIZE W-DADOS-GRUPO

           DISPLAY TELA-GRUPO
           ACCEPT  TELA-GRUPO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE FUNCTION UPPER-CASE(W-NOME-GRUPO) TO W-NOME-GRUPO

              EVALUATE TRUE
                 WHEN W-COD-GRUPO EQUAL ZEROS
                    MOVE "INFORME O CODIGO DO GRUPO" TO WMSG
                 WHEN W-NOME-GRUPO EQUAL SPACES
                    MOVE "INFORME O NOME DO GRUPO" TO WMSG
              END-EVALUATE

              IF WMSG EQUAL SPACES
                 MOVE W-COD-MATRIZ TO W-COD-CLIENTE-VINC
                 PERFORM 150-LER-CLIENTE-VINC
              END-IF

              IF WMSG EQUAL SPACES
                 MOVE W-CNPJ-RAIZ TO W-RAIZ-GRUPO
                 PERFORM 160-CONFERIR-VINCULO-LIVRE
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 110-GRAVAR-REGISTRO-GRUPO
              END-IF
           END-IF

           PERFORM 000-INICIO.

       110-GRAVAR-REGISTRO-GRUPO.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O ARQ-GRUPO
           IF FS-GRUPO EQUAL "05"
              CLOSE ARQ-GRUPO
              OPEN I-O ARQ-GRUPO
           END-IF

           MOVE W-COD-GRUPO TO GR-COD-GRUPO
           READ ARQ-GRUPO RECORD KEY IS GR-COD-GRUPO
             INVALID KEY MOVE "23" TO FS-GRUPO
           END-READ

           IF FS-GRUPO EQUAL "00"
              MOVE "S"           TO W-GRUPO-EXISTE-SW
              MOVE GR-COD-MATRIZ TO W-MATRIZ-ANTERIOR
              MOVE GR-NOME       TO W-NOME-ANTERIOR
           ELSE
              MOVE "N"    TO W-GRUPO-EXISTE-SW
              MOVE ZEROS  TO W-MATRIZ-ANTERIOR
              MOVE SPACES TO W-NOME-ANTERIOR
              MOVE "00"   TO FS-GRUPO
              INITIALIZE ARQ-GRUPO-REG
              MOVE W-COD-GRUPO TO GR-COD-GRUPO
              MOVE W-DATA-HOJE TO GR-DATA-CADASTRO
           END-IF

           MOVE W-NOME-GRUPO  TO GR-NOME
           MOVE W-RAIZ-GRUPO  TO GR-RAIZ-CNPJ
           MOVE W-COD-MATRIZ  TO GR-COD-MATRIZ
           MOVE W-OPERADOR-ID TO GR-OPERADOR

           IF W-GRUPO-EXISTE
              REWRITE ARQ-GRUPO-REG
           ELSE
              WRITE ARQ-GRUPO-REG
           END-IF

           IF FS-GRUPO EQUAL "00"
              MOVE "GRUPO GRAVADO COM SUCESSO" TO WMSG
           ELSE
              STRING "ERRO AO GRAVAR - FS=" FS-GRUPO
                INTO WMSG
           END-IF

           CLOSE ARQ-GRUPO

           IF FS-GRUPO EQUAL "00"
              PERFORM 170-GRAVAR-VINCULO

              MOVE SPACES TO W-CHAVE-AUD
              STRING "GRUPO " W-COD-GRUPO
                DELIMITED BY SIZE
                INTO W-CHAVE-AUD

              IF W-GRUPO-EXISTE
                 MOVE "ALT" TO W-OPERACAO-AUD
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "MATRIZ " W-MATRIZ-ANTERIOR " "
                        W-NOME-ANTERIOR
                   DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT
              ELSE
                 MOVE "INC"  TO W-OPERACAO-AUD
                 MOVE SPACES TO W-VALOR-ANTES-TXT
              END-IF

              MOVE SPACES TO W-VALOR-DEPOIS-TXT
              STRING "MATRIZ " W-COD-MATRIZ " " W-NOME-GRUPO
                DELIMITED BY SIZE
                INTO W-VALOR-DEPOIS-TXT

              PERFORM 700-GRAVAR-AUDITORIA
           END-IF.

      * LE O CLIENTE W-COD-CLIENTE-VINC E DEIXA A RAIZ DO CNPJ DELE
      * EM W-CNPJ-RAIZ.
       150-LER-CLIENTE-VINC.

           OPEN INPUT ARQ-CLIENTE

           MOVE W-COD-CLIENTE-VINC TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           IF FS-CLIENTE NOT EQUAL "00"
              MOVE "CLIENTE NAO LOCALIZADO" TO WMSG
              MOVE SPACES TO W-CNPJ-COMPLETO
              MOVE "00" TO FS-CLIENTE
           ELSE
              MOVE CNPJ         TO W-CNPJ-COMPLETO
              MOVE RAZAO-SOCIAL TO W-RAZAO-CLIENTE
              IF W-CNPJ-RAIZ EQUAL SPACES
                 MOVE "CLIENTE SEM CNPJ" TO WMSG
              END-IF
           END-IF

           CLOSE ARQ-CLIENTE.

      * O CLIENTE SO PODE PERTENCER A UM GRUPO - VINCULO NO PROPRIO
      * GRUPO E ACEITO (REGRAVACAO).
       160-CONFERIR-VINCULO-LIVRE.

           OPEN INPUT ARQ-GRUPOCLI

           IF FS-GRUPOCLI EQUAL "00"
              MOVE W-COD-CLIENTE-VINC TO GC-COD-CLIENTE
              READ ARQ-GRUPOCLI RECORD KEY IS GC-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-GRUPOCLI
              END-READ

              IF FS-GRUPOCLI EQUAL "00"
                 AND GC-COD-GRUPO NOT EQUAL W-COD-GRUPO
                 STRING "CLIENTE JA ESTA NO GRUPO " GC-COD-GRUPO
                   DELIMITED BY SIZE
                   INTO WMSG
              END-IF

              CLOSE ARQ-GRUPOCLI
           ELSE
              IF FS-GRUPOCLI EQUAL "05"
                 CLOSE ARQ-GRUPOCLI
              END-IF
           END-IF

           MOVE "00" TO FS-GRUPOCLI.

       170-GRAVAR-VINCULO.

           OPEN I-O ARQ-GRUPOCLI
           IF FS-GRUPOCLI EQUAL "05"
              CLOSE ARQ-GRUPOCLI
              OPEN I-O ARQ-GRUPOCLI
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           MOVE W-COD-GRUPO        TO GC-COD-GRUPO
           MOVE W-COD-CLIENTE-VINC TO GC-COD-CLIENTE
           MOVE W-DATA-HOJE        TO GC-DATA-VINCULO
           MOVE W-OPERADOR-ID      TO GC-OPERADOR

           WRITE ARQ-GRUPOCLI-REG
             INVALID KEY MOVE "22" TO FS-GRUPOCLI
           END-WRITE

           CLOSE ARQ-GRUPOCLI.

       300-EXCLUIR-GRUPO.

           INITIALIZE W-DADOS-GRUPO

           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-GRUPO

              MOVE W-COD-GRUPO TO GR-COD-GRUPO
              READ ARQ-GRUPO RECORD KEY IS GR-COD-GRUPO
                INVALID KEY MOVE "23" TO FS-GRUPO
              END-READ

              IF FS-GRUPO NOT EQUAL "00"
                 MOVE "GRUPO NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-GRUPO
              ELSE
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "MATRIZ " GR-COD-MATRIZ " " GR-NOME
                   DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT

                 DELETE ARQ-GRUPO RECORD

                 PERFORM 310-EXCLUIR-VINCULOS-GRUPO

                 STRING "GRUPO EXCLUIDO - VINCULOS: "
                        W-QTD-VINCULOS-EXCL
                   INTO WMSG

                 MOVE "EXC" TO W-OPERACAO-AUD
                 MOVE SPACES TO W-CHAVE-AUD
                 STRING "GRUPO " W-COD-GRUPO
                   DELIMITED BY SIZE
                   INTO W-CHAVE-AUD
                 MOVE SPACES TO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA
              END-IF

              CLOSE ARQ-GRUPO
           END-IF

           PERFORM 000-INICIO.

       310-EXCLUIR-VINCULOS-GRUPO.

           MOVE ZEROS TO W-QTD-VINCULOS-EXCL

           OPEN I-O ARQ-GRUPOCLI

           IF FS-GRUPOCLI EQUAL "00"
              MOVE W-COD-GRUPO TO GC-COD-GRUPO
              MOVE ZEROS       TO GC-COD-CLIENTE

              START ARQ-GRUPOCLI KEY IS NOT LESS GC-CHAVE-GRUPOCLI
                INVALID KEY MOVE "23" TO FS-GRUPOCLI
              END-START

              IF FS-GRUPOCLI EQUAL "00"
                 READ ARQ-GRUPOCLI NEXT
                 PERFORM 315-EXCLUIR-UM-VINCULO
                    UNTIL FS-GRUPOCLI NOT EQUAL "00"
                       OR GC-COD-GRUPO NOT EQUAL W-COD-GRUPO
              END-IF

              CLOSE ARQ-GRUPOCLI
           ELSE
              IF FS-GRUPOCLI EQUAL "05"
                 CLOSE ARQ-GRUPOCLI
              END-IF
           END-IF

           MOVE "00" TO FS-GRUPOCLI.

       315-EXCLUIR-UM-VINCULO.
           DELETE ARQ-GRUPOCLI RECORD
           ADD 1 TO W-QTD-VINCULOS-EXCL

           READ ARQ-GRUPOCLI NEXT.

      * A FILIAL ENTRA SE O GRUPO EXISTE, O CLIENTE EXISTE, A RAIZ
      * DO CNPJ CONFERE COM A DO GRUPO E ELE NAO ESTA EM OUTRO.
       500-VINCULAR-FILIAL.

           INITIALIZE W-DADOS-GRUPO

           DISPLAY TELA-VINCULO
           ACCEPT  TELA-VINCULO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 550-LER-GRUPO

              IF WMSG EQUAL SPACES
                 PERFORM 150-LER-CLIENTE-VINC
              END-IF

              IF WMSG EQUAL SPACES
                 AND W-CNPJ-RAIZ NOT EQUAL W-RAIZ-GRUPO
                 MOVE "RAIZ DO CNPJ DIFERENTE DA DO GRUPO" TO WMSG
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 160-CONFERIR-VINCULO-LIVRE
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 170-GRAVAR-VINCULO

                 IF FS-GRUPOCLI EQUAL "00"
                    MOVE "FILIAL VINCULADA AO GRUPO" TO WMSG

                    MOVE "INC" TO W-OPERACAO-AUD
                    PERFORM 560-MONTAR-CHAVE-VINCULO
                    MOVE SPACES TO W-VALOR-ANTES-TXT
                    MOVE W-RAZAO-CLIENTE TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA
                 ELSE
                    MOVE "FILIAL JA VINCULADA A ESTE GRUPO" TO WMSG
                 END-IF

                 MOVE "00" TO FS-GRUPOCLI
              END-IF
           END-IF

           PERFORM 000-INICIO.

       550-LER-GRUPO.

           OPEN INPUT ARQ-GRUPO

           MOVE W-COD-GRUPO TO GR-COD-GRUPO
           READ ARQ-GRUPO RECORD KEY IS GR-COD-GRUPO
             INVALID KEY MOVE "23" TO FS-GRUPO
           END-READ

           IF FS-GRUPO NOT EQUAL "00"
              MOVE "GRUPO NAO LOCALIZADO" TO WMSG
              MOVE "00" TO FS-GRUPO
           ELSE
              MOVE GR-RAIZ-CNPJ  TO W-RAIZ-GRUPO
              MOVE GR-COD-MATRIZ TO W-COD-MATRIZ
           END-IF

           CLOSE ARQ-GRUPO.

       560-MONTAR-CHAVE-VINCULO.
           MOVE SPACES TO W-CHAVE-AUD
           STRING "GRUPO " W-COD-GRUPO " CLIENTE " W-COD-CLIENTE-VINC
             DELIMITED BY SIZE
             INTO W-CHAVE-AUD.

      * A MATRIZ NAO SAI DO GRUPO POR AQUI - TROCA-SE A MATRIZ NA
      * ALTERACAO DO GRUPO OU EXCLUI-SE O GRUPO INTEIRO.
       600-DESVINCULAR-FILIAL.

           INITIALIZE W-DADOS-GRUPO

           DISPLAY TELA-VINCULO
           ACCEPT  TELA-VINCULO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 550-LER-GRUPO

              IF WMSG EQUAL SPACES
                 AND W-COD-CLIENTE-VINC EQUAL W-COD-MATRIZ
                 MOVE "A MATRIZ NAO PODE SER DESVINCULADA" TO WMSG
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-GRUPOCLI

                 MOVE W-COD-GRUPO        TO GC-COD-GRUPO
                 MOVE W-COD-CLIENTE-VINC TO GC-COD-CLIENTE
                 READ ARQ-GRUPOCLI RECORD KEY IS GC-CHAVE-GRUPOCLI
                   INVALID KEY MOVE "23" TO FS-GRUPOCLI
                 END-READ

                 IF FS-GRUPOCLI NOT EQUAL "00"
                    MOVE "VINCULO NAO LOCALIZADO" TO WMSG
                 ELSE
                    DELETE ARQ-GRUPOCLI RECORD
                    MOVE "FILIAL DESVINCULADA DO GRUPO" TO WMSG

                    MOVE "EXC" TO W-OPERACAO-AUD
                    PERFORM 560-MONTAR-CHAVE-VINCULO
                    MOVE SPACES TO W-VALOR-ANTES-TXT
                    STRING "VINCULADA EM " GC-DATA-VINCULO
                           " POR " GC-OPERADOR
                      DELIMITED BY SIZE
                      INTO W-VALOR-ANTES-TXT
                    MOVE SPACES TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA
                 END-IF

                 CLOSE ARQ-GRUPOCLI
                 MOVE "00" TO FS-GRUPOCLI
              END-IF
           END-IF

           PERFORM 000-INICIO.

      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NA TRILHA GENERICA
      * (CADGRUPO.AUD) - CONSULTADA PELO RELAUDIT NA ORIGEM "G".
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

              MOVE "CADGRUPO.AUD" TO PLA-TRILHA
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

       END PROGRAM CADGRUPO.
