       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADACELER.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-ACELER ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AC-CHAVE-ACELER
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ACELER.

      * TRILHA DE AUDITORIA DAS FAIXAS - A TABELA MEXE DIRETO NO
      * QUANTO CADA VENDEDOR RECEBE, ENTAO TODA MUDANCA FICA
      * REGISTRADA COM O FATOR ANTES E DEPOIS.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADACELER.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-ACELER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADACELER'.

       COPY "CADACELER.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-ACELER               PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-ED-FATOR-AUD          PIC ZZ9,99          VALUE ZEROS.
       77 W-ED-PCT-AUD            PIC ZZ9,99          VALUE ZEROS.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-ARQ-ACELER-REG.
           03 W-DATA-VIGENCIA     PIC 9(008)          VALUE ZEROS.
           03 W-PCT-MINIMO        PIC 9(003)V9(002)   VALUE ZEROS.
           03 W-FATOR             PIC 9(003)V9(002)   VALUE ZEROS.

      * CONSULTA DA TABELA EM VIGOR NUMA DATA: AS FAIXAS DA MAIOR
      * VIGENCIA QUE NAO ULTRAPASSE A DATA, EM ORDEM DE ATINGIMENTO.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-DATA-CONSULTA         PIC 9(008)          VALUE ZEROS.
       77 W-VIGENCIA-ACHADA       PIC 9(008)          VALUE ZEROS.
       77 W-QTD-FAIXAS            PIC 9(003) COMP     VALUE ZEROS.
       77 W-IDX-LISTA             PIC 9(002) COMP     VALUE ZEROS.

       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 10 TIMES PIC X(060).

       01  W-LINHA-FAIXA.
           03 FILLER              PIC X(006)          VALUE "FAIXA ".
           03 WLF-FAIXA           PIC Z9              VALUE ZEROS.
           03 FILLER              PIC X(014)
                                  VALUE " - A PARTIR DE".
           03 WLF-PCT-MINIMO      PIC ZZZ9,99         VALUE ZEROS.
           03 FILLER              PIC X(021)
                                  VALUE " PCT DA META - FATOR ".
           03 WLF-FATOR           PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(004)          VALUE " PCT".

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
          02 LINE 05 COL 10 VALUE "ACELERADORES DE COMISSAO POR META".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR/ALTERAR FAIXA".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR FAIXA".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR TABELA VIGENTE".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 13 COL 10 VALUE
             "(A FAIXA VALE A PARTIR DO PCT MINIMO DE ATINGIMENTO;".
          02 LINE 14 COL 11 VALUE
             "FATOR 100,00 = TAXA NORMAL DO SEGMENTO, 120,00 = 20".
          02 LINE 15 COL 11 VALUE
             "PCT A MAIS. A PRIMEIRA FAIXA DEVE COMECAR EM 0,00)".
          02 LINE 17 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 17 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 INCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO/ALTERACAO DE FAIXA".
          02 LINE 07 COL 10 VALUE "VIGENCIA (AAAAMMDD)....:".
          02 LINE 07 COL 35, PIC 99999999 TO W-DATA-VIGENCIA.
          02 LINE 08 COL 10 VALUE "PCT MINIMO DA META.....:".
          02 LINE 08 COL 35, PIC ZZ9,99 TO W-PCT-MINIMO.
          02 LINE 09 COL 10 VALUE "FATOR (PCT DA TAXA)....:".
          02 LINE 09 COL 35, PIC ZZ9,99 TO W-FATOR.
          02 LINE 15 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 EXCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE FAIXA".
          02 LINE 07 COL 10 VALUE "VIGENCIA (AAAAMMDD)....:".
          02 LINE 07 COL 35, PIC 99999999 TO W-DATA-VIGENCIA.
          02 LINE 08 COL 10 VALUE "PCT MINIMO DA META.....:".
          02 LINE 08 COL 35, PIC ZZ9,99 TO W-PCT-MINIMO.
          02 LINE 15 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DATA DE REFERENCIA (AAAAMMDD, ZEROS =
      -" HOJE):".
          02 LINE 05 COL 54, PIC 99999999 TO W-DATA-CONSULTA.
          02 LINE 06 COL 10 VALUE "VIGENCIA APLICADA......:".
          02 LINE 06 COL 35, PIC 99999999 FROM W-VIGENCIA-ACHADA.
          02 LINE 08 COL 10, PIC X(060) FROM W-LISTA-LINHA (1).
          02 LINE 09 COL 10, PIC X(060) FROM W-LISTA-LINHA (2).
          02 LINE 10 COL 10, PIC X(060) FROM W-LISTA-LINHA (3).
          02 LINE 11 COL 10, PIC X(060) FROM W-LISTA-LINHA (4).
          02 LINE 12 COL 10, PIC X(060) FROM W-LISTA-LINHA (5).
          02 LINE 13 COL 10, PIC X(060) FROM W-LISTA-LINHA (6).
          02 LINE 14 COL 10, PIC X(060) FROM W-LISTA-LINHA (7).
          02 LINE 15 COL 10, PIC X(060) FROM W-LISTA-LINHA (8).
          02 LINE 16 COL 10, PIC X(060) FROM W-LISTA-LINHA (9).
          02 LINE 17 COL 10, PIC X(060) FROM W-LISTA-LINHA (10).
          02 LINE 18 COL 10 "NOVA CONSULTA? (S/N): (.)".
          02 LINE 18 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * MANUTENCAO DA TABELA DE ACELERADORES DE COMISSAO
      * (CADACELER): FAIXAS DE ATINGIMENTO DA META DO VENDEDOR NO
      * MES, CADA UMA COM O FATOR APLICADO SOBRE A TAXA DO
      * SEGMENTO. UMA TABELA NOVA E UMA NOVA VIGENCIA COM TODAS AS
      * SUAS FAIXAS - AS VIGENCIAS ANTERIORES FICAM NO ARQUIVO E O
      * FAZCOMISS USA A QUE VALIA NA COMPETENCIA CALCULADA.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 300-EXCLUSAO
             WHEN 3
                PERFORM 400-CONSULTA
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       100-INCLUSAO.

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              IF W-DATA-VIGENCIA EQUAL ZEROS
                 MOVE "INFORME A VIGENCIA" TO WMSG
              ELSE
                 OPEN I-O ARQ-ACELER

      * A LEITURA PREVIA DECIDE ENTRE INCLUSAO E ALTERACAO E GUARDA
      * O FATOR ANTERIOR PARA A TRILHA DE AUDITORIA.
                 MOVE W-DATA-VIGENCIA TO AC-DATA-VIGENCIA
                 MOVE W-PCT-MINIMO    TO AC-PCT-MINIMO

                 READ ARQ-ACELER RECORD KEY IS AC-CHAVE-ACELER
                   INVALID KEY MOVE "23" TO FS-ACELER
                 END-READ

                 IF FS-ACELER EQUAL "00"
                    MOVE "ALT" TO W-OPERACAO-AUD
                    MOVE AC-FATOR TO W-ED-FATOR-AUD
                    MOVE W-ED-FATOR-AUD TO W-VALOR-ANTES-TXT
                 ELSE
                    MOVE "INC"  TO W-OPERACAO-AUD
                    MOVE SPACES TO W-VALOR-ANTES-TXT
                    MOVE "00"   TO FS-ACELER
                 END-IF

                 MOVE W-DATA-VIGENCIA TO AC-DATA-VIGENCIA
                 MOVE W-PCT-MINIMO    TO AC-PCT-MINIMO
                 MOVE W-FATOR         TO AC-FATOR

                 WRITE ARQ-ACELER-REG
                   INVALID KEY REWRITE ARQ-ACELER-REG
                 END-WRITE

                 IF FS-ACELER EQUAL "00"
                    MOVE "FAIXA GRAVADA COM SUCESSO" TO WMSG

                    MOVE W-FATOR        TO W-ED-FATOR-AUD
                    MOVE W-ED-FATOR-AUD TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA
                 ELSE
                    STRING "ERRO AO GRAVAR - FS=" FS-ACELER
                      INTO WMSG
                 END-IF

                 CLOSE ARQ-ACELER
              END-IF
           END-IF

           PERFORM 000-INICIO.

       300-EXCLUSAO.

           DISPLAY EXCLUSAO
           ACCEPT  EXCLUSAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-ACELER

              MOVE W-DATA-VIGENCIA TO AC-DATA-VIGENCIA
              MOVE W-PCT-MINIMO    TO AC-PCT-MINIMO

              READ ARQ-ACELER RECORD KEY IS AC-CHAVE-ACELER
                INVALID KEY MOVE "23" TO FS-ACELER
              END-READ

              IF FS-ACELER NOT EQUAL "00"
                 MOVE "FAIXA NAO LOCALIZADA" TO WMSG
                 MOVE "00" TO FS-ACELER
              ELSE
                 MOVE "EXC" TO W-OPERACAO-AUD
                 MOVE AC-FATOR TO W-ED-FATOR-AUD
                 MOVE W-ED-FATOR-AUD TO W-VALOR-ANTES-TXT
                 MOVE SPACES         TO W-VALOR-DEPOIS-TXT

                 DELETE ARQ-ACELER RECORD
                 MOVE "FAIXA EXCLUIDA" TO WMSG

                 PERFORM 700-GRAVAR-AUDITORIA
              END-IF

              CLOSE ARQ-ACELER
           END-IF

           PERFORM 000-INICIO.

      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NA TRILHA GENERICA
      * (CADACELER.AUD) - CONSULTADA PELO RELAUDIT NA ORIGEM "A".
       700-GRAVAR-AUDITORIA.

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID  TO AG-OPERADOR
              MOVE W-OPERACAO-AUD TO AG-OPERACAO

              MOVE AC-PCT-MINIMO TO W-ED-PCT-AUD
              MOVE SPACES TO AG-CHAVE
              STRING AC-DATA-VIGENCIA DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     W-ED-PCT-AUD     DELIMITED BY SIZE
                INTO AG-CHAVE

              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADACELER.AUD" TO PLA-TRILHA
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

       400-CONSULTA.

           MOVE SPACES TO WMSG
           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-VIGENCIA-ACHADA

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           IF W-DATA-CONSULTA EQUAL ZEROS
              ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
              MOVE W-DATA-HOJE TO W-DATA-CONSULTA
           END-IF

           MOVE ZEROS TO W-QTD-FAIXAS

           OPEN INPUT ARQ-ACELER

           IF FS-ACELER EQUAL "00"
              MOVE ZEROS TO AC-DATA-VIGENCIA
              MOVE ZEROS TO AC-PCT-MINIMO

              START ARQ-ACELER KEY IS NOT LESS AC-CHAVE-ACELER
                INVALID KEY MOVE "23" TO FS-ACELER
              END-START

              IF FS-ACELER EQUAL "00"
                 READ ARQ-ACELER NEXT
                 PERFORM 410-LER-FAIXA
                    UNTIL FS-ACELER NOT EQUAL "00"
                       OR AC-DATA-VIGENCIA GREATER W-DATA-CONSULTA
              END-IF

              CLOSE ARQ-ACELER
           ELSE
              IF FS-ACELER EQUAL "05"
                 CLOSE ARQ-ACELER
              END-IF
           END-IF

           MOVE "00" TO FS-ACELER

           IF W-QTD-FAIXAS EQUAL ZEROS
              MOVE "SEM TABELA VIGENTE - VALE A TAXA NORMAL" TO WMSG
           ELSE
              IF W-QTD-FAIXAS GREATER 10
                 MOVE "MAIS DE 10 FAIXAS - SO AS 10 PRIMEIRAS" TO WMSG
              END-IF
           END-IF

           DISPLAY CONSULTA
           ACCEPT  CONSULTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              MOVE ZEROS TO W-DATA-CONSULTA
              PERFORM 400-CONSULTA
           END-IF

           PERFORM 000-INICIO.

      * UMA VIGENCIA NOVA DENTRO DA DATA SUBSTITUI AS FAIXAS JA
      * LISTADAS - NO FIM SOBRAM AS DA ULTIMA VIGENCIA APLICAVEL.
       410-LER-FAIXA.

           IF AC-DATA-VIGENCIA NOT EQUAL W-VIGENCIA-ACHADA
              MOVE AC-DATA-VIGENCIA TO W-VIGENCIA-ACHADA
              MOVE SPACES TO W-LISTA
              MOVE ZEROS  TO W-QTD-FAIXAS
           END-IF

           ADD 1 TO W-QTD-FAIXAS

           IF W-QTD-FAIXAS NOT GREATER 10
              MOVE W-QTD-FAIXAS  TO W-IDX-LISTA
              MOVE W-QTD-FAIXAS  TO WLF-FAIXA
              MOVE AC-PCT-MINIMO TO WLF-PCT-MINIMO
              MOVE AC-FATOR      TO WLF-FATOR
              MOVE W-LINHA-FAIXA TO W-LISTA-LINHA (W-IDX-LISTA)
           END-IF

           READ ARQ-ACELER NEXT.

       END PROGRAM CADACELER.
