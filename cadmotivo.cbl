       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADMOTIVO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-MOTIVO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS MOT-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-MOTIVO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-MOTIVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMOTIVO'.

       COPY "CADMOTIVO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-MOTIVO               PIC X(002)          VALUE "00".

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       01  W-ARQ-MOTIVO-REG.
           03 W-CODIGO-MOT        PIC X(003)          VALUE SPACES.
           03 W-DESCRICAO-MOT     PIC X(030)          VALUE SPACES.
           03 W-CATEGORIA-MOT     PIC X(001)          VALUE SPACES.

      * PAGINA DA CONSULTA DE MOTIVOS.
       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 10 TIMES PIC X(072).

       77 W-QTD-LISTA             PIC 9(002) COMP     VALUE ZEROS.
       77 W-PARAR-SW              PIC X(001)          VALUE "N".
          88 W-PARAR-CONSULTA        VALUE "S".

       01  W-LISTA-DET.
           03 W-LST-CODIGO        PIC X(003).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-DESCRICAO     PIC X(030).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-CATEGORIA     PIC X(016).
           03 FILLER              PIC X(002) VALUE SPACES.
           03 W-LST-SITUACAO      PIC X(010).
           03 FILLER              PIC X(007) VALUE SPACES.

       SCREEN SECTION.

       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE
             "MOTIVOS DE VISITA NAO REALIZADA - MENU GERAL".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR / ALTERAR MOTIVO".
          02 LINE 08 COL 10 VALUE "(2) DESATIVAR / REATIVAR MOTIVO".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR MOTIVOS".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
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
          02 LINE 05 COL 10 VALUE "INCLUSAO / ALTERACAO DE MOTIVO".
          02 LINE 07 COL 10 VALUE "CODIGO................:".
          02 LINE 07 COL 34, PIC XXX TO W-CODIGO-MOT.
          02 LINE 08 COL 10 VALUE "DESCRICAO.............:".
          02 LINE 08 COL 34, PIC X(030) TO W-DESCRICAO-MOT.
          02 LINE 09 COL 10 VALUE "CATEGORIA.............:".
          02 LINE 09 COL 34, PIC X TO W-CATEGORIA-MOT.
          02 LINE 11 COL 10 VALUE
             "(C=CLIENTE  V=VENDEDOR  E=CLIMA/ESTRADA)".
          02 LINE 15 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 SITUACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DESATIVACAO / REATIVACAO DE MOTIVO".
          02 LINE 07 COL 10 VALUE "CODIGO................:".
          02 LINE 07 COL 34, PIC XXX TO W-CODIGO-MOT.
          02 LINE 11 COL 10 VALUE
             "(MOTIVO ATIVO E DESATIVADO E VICE-VERSA)".
          02 LINE 15 COL 10 "CONFIRMA A TROCA? (S/N): (.)".
          02 LINE 15 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LISTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "MOTIVOS CADASTRADOS".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 03, PIC X(072) FROM W-LISTA-LINHA (1).
          02 LINE 05 COL 03, PIC X(072) FROM W-LISTA-LINHA (2).
          02 LINE 06 COL 03, PIC X(072) FROM W-LISTA-LINHA (3).
          02 LINE 07 COL 03, PIC X(072) FROM W-LISTA-LINHA (4).
          02 LINE 08 COL 03, PIC X(072) FROM W-LISTA-LINHA (5).
          02 LINE 09 COL 03, PIC X(072) FROM W-LISTA-LINHA (6).
          02 LINE 10 COL 03, PIC X(072) FROM W-LISTA-LINHA (7).
          02 LINE 11 COL 03, PIC X(072) FROM W-LISTA-LINHA (8).
          02 LINE 12 COL 03, PIC X(072) FROM W-LISTA-LINHA (9).
          02 LINE 13 COL 03, PIC X(072) FROM W-LISTA-LINHA (10).
          02 LINE 18 COL 10 "CONTINUAR? (S/N): (.)".
          02 LINE 18 COL 32, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * TABELA DE MOTIVOS DE VISITA NAO REALIZADA: CODIGO DE 3
      * POSICOES, DESCRICAO E CATEGORIA (LADO DO CLIENTE, DO
      * VENDEDOR OU CLIMA/ESTRADA). ACABA COM O "FEC", "FCH", "fec"
      * E BRANCO PARA O MESMO MOTIVO - O CADVISITA E O IMPVISITA SO
      * ACEITAM CODIGO ATIVO DA TABELA E O RELMOTIVO ANALISA AS
      * VISITAS PERDIDAS POR MOTIVO. MOTIVO NAO E EXCLUIDO, SO
      * DESATIVADO, PARA O HISTORICO CONTINUAR DESCRITO.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 300-SITUACAO
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
              MOVE FUNCTION UPPER-CASE(W-CODIGO-MOT)
                TO W-CODIGO-MOT
              MOVE FUNCTION UPPER-CASE(W-CATEGORIA-MOT)
                TO W-CATEGORIA-MOT

              IF W-CODIGO-MOT EQUAL SPACES
                 MOVE "INFORME O CODIGO DO MOTIVO" TO WMSG
              ELSE
                 IF W-DESCRICAO-MOT EQUAL SPACES
                    MOVE "INFORME A DESCRICAO DO MOTIVO" TO WMSG
                 ELSE
                    MOVE W-CATEGORIA-MOT TO MOT-CATEGORIA
                    IF NOT MOT-CAT-VALIDA
                       MOVE "CATEGORIA INVALIDA - USE C, V OU E"
                         TO WMSG
                    END-IF
                 END-IF
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-MOTIVO

                 MOVE W-CODIGO-MOT TO MOT-CODIGO

                 READ ARQ-MOTIVO RECORD KEY IS MOT-CODIGO
                   INVALID KEY MOVE "23" TO FS-MOTIVO
                 END-READ

      * MOTIVO NOVO NASCE ATIVO; NA ALTERACAO A SITUACAO E MANTIDA.
                 IF FS-MOTIVO NOT EQUAL "00"
                    SET MOT-ATIVO TO TRUE
                 END-IF

                 MOVE W-DESCRICAO-MOT TO MOT-DESCRICAO
                 MOVE W-CATEGORIA-MOT TO MOT-CATEGORIA

                 IF FS-MOTIVO EQUAL "00"
                    REWRITE ARQ-MOTIVO-REG
                 ELSE
                    WRITE ARQ-MOTIVO-REG
                 END-IF

                 IF FS-MOTIVO EQUAL "00"
                    MOVE "MOTIVO GRAVADO COM SUCESSO" TO WMSG
                 ELSE
                    STRING "ERRO AO GRAVAR - FS=" FS-MOTIVO
                      INTO WMSG
                 END-IF

                 CLOSE ARQ-MOTIVO
              END-IF
           END-IF

           PERFORM 000-INICIO.

       300-SITUACAO.

           DISPLAY SITUACAO
           ACCEPT  SITUACAO

           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-MOTIVO

              MOVE FUNCTION UPPER-CASE(W-CODIGO-MOT) TO MOT-CODIGO

              READ ARQ-MOTIVO RECORD KEY IS MOT-CODIGO
                INVALID KEY MOVE "23" TO FS-MOTIVO
              END-READ

              IF FS-MOTIVO NOT EQUAL "00"
                 MOVE "MOTIVO NAO LOCALIZADO" TO WMSG
                 MOVE "00" TO FS-MOTIVO
              ELSE
                 IF MOT-ATIVO
                    SET MOT-INATIVO TO TRUE
                    MOVE "MOTIVO DESATIVADO" TO WMSG
                 ELSE
                    SET MOT-ATIVO TO TRUE
                    MOVE "MOTIVO REATIVADO" TO WMSG
                 END-IF

                 REWRITE ARQ-MOTIVO-REG

                 IF FS-MOTIVO NOT EQUAL "00"
                    MOVE SPACES TO WMSG
                    STRING "ERRO AO GRAVAR - FS=" FS-MOTIVO
                      INTO WMSG
                 END-IF
              END-IF

              CLOSE ARQ-MOTIVO
           END-IF

           PERFORM 000-INICIO.

       400-CONSULTA.

           MOVE SPACES TO WMSG
           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE "N"    TO W-PARAR-SW

           OPEN INPUT ARQ-MOTIVO

           IF FS-MOTIVO EQUAL "00"
              MOVE SPACES TO MOT-CODIGO

              START ARQ-MOTIVO KEY IS NOT LESS MOT-CODIGO
                INVALID KEY MOVE "23" TO FS-MOTIVO
              END-START

              IF FS-MOTIVO EQUAL "00"
                 READ ARQ-MOTIVO NEXT
                 PERFORM 410-MONTAR-LISTA
                    UNTIL FS-MOTIVO NOT EQUAL "00"
                       OR W-PARAR-CONSULTA
              END-IF
           END-IF

           IF FS-MOTIVO EQUAL "00" OR FS-MOTIVO EQUAL "05"
              OR FS-MOTIVO EQUAL "10" OR FS-MOTIVO EQUAL "23"
              CLOSE ARQ-MOTIVO
           END-IF
           MOVE "00" TO FS-MOTIVO

           IF NOT W-PARAR-CONSULTA
              IF W-QTD-LISTA EQUAL ZEROS
                 MOVE "NENHUM MOTIVO CADASTRADO" TO W-LISTA-LINHA (1)
              END-IF
              PERFORM 450-EXIBIR-LISTA
           END-IF

           PERFORM 000-INICIO.

       410-MONTAR-LISTA.
           ADD 1 TO W-QTD-LISTA

           MOVE MOT-CODIGO    TO W-LST-CODIGO
           MOVE MOT-DESCRICAO TO W-LST-DESCRICAO

           EVALUATE TRUE
              WHEN MOT-CAT-CLIENTE
                 MOVE "CLIENTE"       TO W-LST-CATEGORIA
              WHEN MOT-CAT-VENDEDOR
                 MOVE "VENDEDOR"      TO W-LST-CATEGORIA
              WHEN MOT-CAT-CLIMA
                 MOVE "CLIMA/ESTRADA" TO W-LST-CATEGORIA
              WHEN OTHER
                 MOVE SPACES          TO W-LST-CATEGORIA
           END-EVALUATE

           IF MOT-ATIVO
              MOVE "ATIVO"      TO W-LST-SITUACAO
           ELSE
              MOVE "DESATIVADO" TO W-LST-SITUACAO
           END-IF

           MOVE W-LISTA-DET TO W-LISTA-LINHA (W-QTD-LISTA)

           IF W-QTD-LISTA NOT LESS 10
              PERFORM 450-EXIBIR-LISTA
           END-IF

           IF NOT W-PARAR-CONSULTA
              READ ARQ-MOTIVO NEXT
           END-IF.

       450-EXIBIR-LISTA.

           DISPLAY TELA-LISTA
           ACCEPT  TELA-LISTA

           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL "S"
              MOVE "S" TO W-PARAR-SW
           END-IF.

       END PROGRAM CADMOTIVO.
