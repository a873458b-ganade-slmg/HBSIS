       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADCLASSIF.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-CLASSIF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CL-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLASSIF.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-TRAVA ASSIGN TO "FAZDISTRIB.TRV"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRAVA.

           SELECT OPTIONAL ARQ-AUDCLIENTE ASSIGN TO "CADCLIENTE.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDCLIENTE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLASSIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLASSIF'.

       COPY "CADCLASSIF.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-TRAVA
           LABEL RECORD IS STANDARD.

       01  REG-TRAVA.
           03 TRV-DATA           PIC 9(008).
           03 TRV-HORA.
              05 TRV-HH          PIC 9(002).
              05 TRV-MM          PIC 9(002).
              05 FILLER          PIC 9(004).
           03 TRV-ATIVA          PIC X(001).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADCLIENTE.
       FD  ARQ-AUDCLIENTE
           LABEL RECORD IS STANDARD.

       01  REG-AUDCLIENTE.
           03 AC-OPERADOR          PIC X(008).
           03 AC-DATA              PIC 9(008).
           03 AC-HORA              PIC 9(008).
           03 AC-OPERACAO          PIC X(003).
           03 AC-COD-CLIENTE       PIC 9(007).
           03 AC-CNPJ-ANTES        PIC X(014).
           03 AC-CNPJ-DEPOIS       PIC X(014).
           03 AC-RAZAO-ANTES       PIC X(040).
           03 AC-RAZAO-DEPOIS      PIC X(040).
           03 AC-LATITUDE-ANTES    PIC S9(003)V9(008).
           03 AC-LATITUDE-DEPOIS   PIC S9(003)V9(008).
           03 AC-LONGITUDE-ANTES   PIC S9(003)V9(008).
           03 AC-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AC-STATUS-ANTES      PIC X(001).
           03 AC-STATUS-DEPOIS     PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AC-SEGMENTO-ANTES    PIC X(001).
           03 AC-SEGMENTO-DEPOIS   PIC X(001).
           03 AC-FREQ-ANTES        PIC X(001).
           03 AC-FREQ-DEPOIS       PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

       WORKING-STORAGE SECTION.

       77 FS-CLASSIF              PIC X(002)          VALUE "00".
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-AUDCLIENTE           PIC X(002)          VALUE "00".

      *-----------------------------------------------------------
      * O ACEITE REGRAVA SEGMENTO E FREQUENCIA, QUE O FAZDISTRIB
      * CONSOME, ENTAO RESPEITA O MESMO CONGELAMENTO DAS TELAS DE
      * ALTERACAO: COM O TOKEN DO FAZDISTRIB ATIVO (E O
      * CONGELA-CADASTRO LIGADO) O ACEITE E RECUSADO E AS PROPOSTAS
      * CONTINUAM PENDENTES.
      *-----------------------------------------------------------
       77 FS-TRAVA                PIC X(002)          VALUE "00".
       77 W-CONGELADO-SW          PIC X(001)          VALUE "N".
          88 W-CADASTRO-CONGELADO    VALUE "S".
       77 W-LIMITE-TRAVA-MIN      PIC 9(005)          VALUE 720.
       77 W-IDADE-TRAVA-MIN       PIC S9(009)         VALUE ZEROS.
       77 W-DATA-AGORA            PIC 9(008)          VALUE ZEROS.

       01  W-HORA-AGORA.
           03 W-AGORA-HH          PIC 9(002).
           03 W-AGORA-MM          PIC 9(002).
           03 FILLER              PIC 9(004).

       01  W-PARAM-SIS.
           03 SIS-NOME             PIC X(020)         VALUE SPACES.
           03 SIS-DATA-REF         PIC 9(008)         VALUE ZEROS.
           03 SIS-VALOR            PIC 9(011)V9(002)  VALUE ZEROS.
           03 SIS-ACHOU            PIC X(001)         VALUE "N".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
       77 WMSG                    PIC X(040)          VALUE SPACES.

       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.

       77 W-ESCOLHA-CLIENTE       PIC 9(007)          VALUE ZEROS.
       77 W-DECISAO               PIC X(001)          VALUE SPACES.

      * FILTROS DA DECISAO EM LOTE: REGIAO EM BRANCO = TODAS; TIPO
      * "S" SO AS PROPOSTAS QUE MUDAM O SEGMENTO, "F" SO AS QUE
      * MUDAM A FREQUENCIA, BRANCO = TODAS.
       77 W-FIL-REGIAO            PIC X(003)          VALUE SPACES.
       77 W-FIL-TIPO              PIC X(001)          VALUE SPACES.
       77 W-DECISAO-LOTE          PIC X(001)          VALUE SPACES.
          88 W-LOTE-ACEITAR          VALUE "A".
          88 W-LOTE-RECUSAR          VALUE "R".

       77 W-QTD-PENDENTES         PIC 9(009)          VALUE ZEROS.
       77 W-QTD-ACEITAS           PIC 9(005)          VALUE ZEROS.
       77 W-QTD-RECUSADAS         PIC 9(005)          VALUE ZEROS.
       77 W-QTD-DESATUALIZADAS    PIC 9(005)          VALUE ZEROS.
       77 W-QTD-EM-USO            PIC 9(005)          VALUE ZEROS.

      * DESFECHO DO ACEITE DE UMA PROPOSTA (310-ACEITAR-PROPOSTA).
       77 W-DESFECHO-SW           PIC X(001)          VALUE SPACES.
          88 W-DESF-ACEITA           VALUE "A".
          88 W-DESF-DESATUALIZADA    VALUE "D".
          88 W-DESF-EM-USO           VALUE "U".

       77 W-SEGMENTO-ANT          PIC X(001)          VALUE SPACES.
       77 W-FREQ-ANT              PIC X(001)          VALUE SPACES.

       77 W-FIM-LISTA-SW          PIC X(001)          VALUE "N".
          88 W-FIM-DA-LISTA          VALUE "S".

       01  W-LISTA.
           03 W-LISTA-LINHA OCCURS 10 TIMES PIC X(072).

       01  W-LISTA-DET.
           03 W-LST-CODIGO        PIC 9(007).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-RAZAO         PIC X(025).
           03 FILLER              PIC X(001) VALUE SPACE.
           03 W-LST-REGIAO        PIC X(003).
           03 FILLER              PIC X(005) VALUE " SEG:".
           03 W-LST-SEG-ATUAL     PIC X(001).
           03 FILLER              PIC X(001) VALUE ">".
           03 W-LST-SEG-PROPOSTO  PIC X(001).
           03 FILLER              PIC X(005) VALUE " FRQ:".
           03 W-LST-FREQ-ATUAL    PIC X(001).
           03 FILLER              PIC X(001) VALUE ">".
           03 W-LST-FREQ-PROPOSTA PIC X(001).
           03 FILLER              PIC X(007) VALUE " CURVA:".
           03 W-LST-PCT-CURVA     PIC ZZ9.
           03 FILLER              PIC X(006) VALUE "% INT:".
           03 W-LST-INTERVALO     PIC ZZ9.

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
          02 LINE 05 COL 10 VALUE
             "REVISAO DE CLASSIFICACAO DE CLIENTES".
          02 LINE 07 COL 10 VALUE "(1) REVISAR PROPOSTAS UMA A UMA".
          02 LINE 08 COL 10 VALUE "(2) ACEITAR PROPOSTAS EM LOTE".
          02 LINE 09 COL 10 VALUE "(3) RECUSAR PROPOSTAS EM LOTE".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 13 COL 10 VALUE "PROPOSTAS PENDENTES:".
          02 LINE 13 COL 31, PIC ZZZZZZZZ9 FROM W-QTD-PENDENTES.
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LISTA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "PROPOSTAS DE RECLASSIFICACAO PENDENT
      -"ES".
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
          02 LINE 15 COL 03 VALUE
             "CLIENTE PARA DECIDIR (ZERO = CONTINUAR/SAIR):".
          02 LINE 15 COL 50, PIC ZZZZZZ9 TO W-ESCOLHA-CLIENTE.
          02 LINE 19 COL 03, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-DECISAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "DECISAO SOBRE PROPOSTA DE RECLASSIF
      -"ICACAO".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CLIENTE.........:".
          02 LINE 05 COL 29, PIC 9(007) FROM CL-COD-CLIENTE.
          02 LINE 05 COL 37, PIC X(040) FROM RAZAO-SOCIAL.
          02 LINE 06 COL 10 VALUE "REGIAO..........:".
          02 LINE 06 COL 29, PIC X(003) FROM CL-REGIAO.
          02 LINE 07 COL 10 VALUE "DATA DA PROPOSTA:".
          02 LINE 07 COL 29, PIC 9(008) FROM CL-DATA-PROPOSTA.
          02 LINE 08 COL 10 VALUE "SEGMENTO........:".
          02 LINE 08 COL 29, PIC X FROM CL-SEGMENTO-ATUAL.
          02 LINE 08 COL 31 VALUE "->".
          02 LINE 08 COL 34, PIC X FROM CL-SEGMENTO-PROPOSTO.
          02 LINE 09 COL 10 VALUE "FREQUENCIA......:".
          02 LINE 09 COL 29, PIC X FROM CL-FREQ-ATUAL.
          02 LINE 09 COL 31 VALUE "->".
          02 LINE 09 COL 34, PIC X FROM CL-FREQ-PROPOSTA.
          02 LINE 10 COL 10 VALUE "VALOR 12 MESES..:".
          02 LINE 10 COL 29, PIC ZZZZZZZZZZZZ9,99 FROM CL-VALOR-12M.
          02 LINE 11 COL 10 VALUE "PEDIDOS 12 MESES:".
          02 LINE 11 COL 29, PIC ZZZZZZ9 FROM CL-QTD-PEDIDOS-12M.
          02 LINE 12 COL 10 VALUE "MOTIVO:".
          02 LINE 12 COL 18, PIC X(060) FROM CL-MOTIVO.
          02 LINE 14 COL 10 VALUE "(A)CEITAR / (R)ECUSAR / (V)OLTAR:".
          02 LINE 14 COL 45, PIC X TO W-DECISAO.
          02 LINE 16 COL 10 "CONFIRMA A DECISAO? (S/N): (.)".
          02 LINE 16 COL 38, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-LOTE AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "DECISAO EM LOTE DAS PROPOSTAS PENDEN
      -"TES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DECISAO (A-ACEITAR R-RECUSAR)...:".
          02 LINE 05 COL 44, PIC X FROM W-DECISAO-LOTE.
          02 LINE 07 COL 10 VALUE "REGIAO (BRANCO = TODAS).........:".
          02 LINE 07 COL 44, PIC X(003) TO W-FIL-REGIAO.
          02 LINE 08 COL 10 VALUE "MUDANCA (S-SEGMENTO F-FREQUENCIA".
          02 LINE 09 COL 10 VALUE "         BRANCO = TODAS)........:".
          02 LINE 09 COL 44, PIC X TO W-FIL-TIPO.
          02 LINE 16 COL 10 "CONFIRMA A DECISAO EM LOTE? (S/N): (.)".
          02 LINE 16 COL 46, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * REVISAO DAS PROPOSTAS DE SEGMENTO E FREQUENCIA DE VISITA
      * GRAVADAS PELO FAZCLASSIF: UMA A UMA, COM O MOTIVO NA TELA,
      * OU EM LOTE POR REGIAO E TIPO DE MUDANCA. O ACEITE REGRAVA O
      * CADASTRO E DEIXA NA TRILHA DO CADCLIENTE (CADCLIENTE.AUD) A
      * OPERACAO "CLS" COM SEGMENTO E FREQUENCIA ANTES/DEPOIS; A
      * PROPOSTA CUJO CLIENTE MUDOU DEPOIS DELA (OU FOI INATIVADO)
      * NAO E APLICADA E FICA DESATUALIZADA ATE A PROXIMA EXECUCAO
      * DO FAZCLASSIF.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 050-CONTAR-PENDENTES

           MOVE ZEROS TO WOPCAO

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           MOVE SPACES TO WMSG

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-LISTAR-PENDENTES
             WHEN 2
                MOVE "A" TO W-DECISAO-LOTE
                PERFORM 400-DECIDIR-EM-LOTE
             WHEN 3
                MOVE "R" TO W-DECISAO-LOTE
                PERFORM 400-DECIDIR-EM-LOTE
             WHEN 9
                GOBACK
           END-EVALUATE

           PERFORM 000-INICIO.

       050-CONTAR-PENDENTES.

           MOVE ZEROS TO W-QTD-PENDENTES

           OPEN INPUT ARQ-CLASSIF

           IF FS-CLASSIF EQUAL "00"
              MOVE ZEROS TO CL-COD-CLIENTE
              START ARQ-CLASSIF KEY IS NOT LESS CL-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLASSIF
              END-START

              IF FS-CLASSIF EQUAL "00"
                 READ ARQ-CLASSIF NEXT
                 PERFORM 055-CONTAR-PENDENTE
                    UNTIL FS-CLASSIF NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CLASSIF
           ELSE
              IF FS-CLASSIF EQUAL "05"
                 CLOSE ARQ-CLASSIF
              END-IF
           END-IF

           MOVE "00" TO FS-CLASSIF.

       055-CONTAR-PENDENTE.
           IF CL-PENDENTE
              ADD 1 TO W-QTD-PENDENTES
           END-IF

           READ ARQ-CLASSIF NEXT.

      * MONTA E EXIBE PAGINAS DE ATE 10 PROPOSTAS PENDENTES; O
      * OPERADOR INFORMA O CLIENTE PARA DECIDIR OU ZERO PARA
      * AVANCAR/SAIR.
       100-LISTAR-PENDENTES.

           MOVE "N"    TO W-FIM-LISTA-SW
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE ZEROS  TO W-ESCOLHA-CLIENTE
           MOVE SPACES TO W-LISTA

           OPEN INPUT ARQ-CLASSIF
           OPEN INPUT ARQ-CLIENTE

           IF FS-CLASSIF EQUAL "00"
              MOVE ZEROS TO CL-COD-CLIENTE
              START ARQ-CLASSIF KEY IS NOT LESS CL-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLASSIF
              END-START

              IF FS-CLASSIF EQUAL "00"
                 READ ARQ-CLASSIF NEXT
                 PERFORM 110-MONTAR-LISTA
                    UNTIL FS-CLASSIF NOT EQUAL "00"
                       OR W-FIM-DA-LISTA
              END-IF
           END-IF

           IF FS-CLASSIF EQUAL "00" OR FS-CLASSIF EQUAL "05"
              OR FS-CLASSIF EQUAL "10" OR FS-CLASSIF EQUAL "23"
              CLOSE ARQ-CLASSIF
           END-IF
           CLOSE ARQ-CLIENTE

           IF NOT W-FIM-DA-LISTA
              IF W-QTD-LISTA EQUAL ZEROS
                 MOVE SPACES TO W-LISTA
                 MOVE "NENHUMA PROPOSTA PENDENTE" TO W-LISTA-LINHA (1)
              END-IF
              PERFORM 120-EXIBIR-LISTA
           END-IF

      * A DECISAO SO RODA COM OS ARQUIVOS DA LISTAGEM JA FECHADOS -
      * 200-DECIDIR REABRE EM I-O PARA REGRAVAR.
           IF W-ESCOLHA-CLIENTE GREATER ZEROS
              PERFORM 200-DECIDIR
              PERFORM 100-LISTAR-PENDENTES
           END-IF.

       110-MONTAR-LISTA.
           IF CL-PENDENTE
              ADD 1 TO W-QTD-LISTA

              MOVE CL-COD-CLIENTE       TO W-LST-CODIGO
              MOVE CL-REGIAO            TO W-LST-REGIAO
              MOVE CL-SEGMENTO-ATUAL    TO W-LST-SEG-ATUAL
              MOVE CL-SEGMENTO-PROPOSTO TO W-LST-SEG-PROPOSTO
              MOVE CL-FREQ-ATUAL        TO W-LST-FREQ-ATUAL
              MOVE CL-FREQ-PROPOSTA     TO W-LST-FREQ-PROPOSTA
              MOVE CL-PCT-CURVA         TO W-LST-PCT-CURVA
              MOVE CL-INTERVALO-MEDIO   TO W-LST-INTERVALO

              MOVE CL-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY MOVE SPACES TO RAZAO-SOCIAL
              END-READ
              MOVE RAZAO-SOCIAL TO W-LST-RAZAO

              MOVE W-LISTA-DET TO W-LISTA-LINHA (W-QTD-LISTA)

              IF W-QTD-LISTA NOT LESS 10
                 PERFORM 120-EXIBIR-LISTA
              END-IF
           END-IF

           IF NOT W-FIM-DA-LISTA
              READ ARQ-CLASSIF NEXT
           END-IF.

       120-EXIBIR-LISTA.

           MOVE ZEROS TO W-ESCOLHA-CLIENTE

           DISPLAY TELA-LISTA
           ACCEPT  TELA-LISTA

           MOVE SPACES TO W-LISTA
           MOVE ZEROS  TO W-QTD-LISTA
           MOVE SPACES TO WMSG

           IF W-ESCOLHA-CLIENTE GREATER ZEROS
              MOVE "S" TO W-FIM-LISTA-SW
           END-IF.

       200-DECIDIR.

           OPEN I-O ARQ-CLASSIF
           OPEN I-O ARQ-CLIENTE

           MOVE W-ESCOLHA-CLIENTE TO CL-COD-CLIENTE
           READ ARQ-CLASSIF RECORD KEY IS CL-COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLASSIF
           END-READ

           IF FS-CLASSIF NOT EQUAL "00"
              MOVE "PROPOSTA NAO LOCALIZADA" TO WMSG
              MOVE "00" TO FS-CLASSIF
           ELSE
              IF NOT CL-PENDENTE
                 MOVE "PROPOSTA NAO ESTA MAIS PENDENTE" TO WMSG
              ELSE
                 MOVE CL-COD-CLIENTE TO COD-CLIENTE
                 READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                   INVALID KEY MOVE SPACES TO RAZAO-SOCIAL
                 END-READ
                 MOVE "00" TO FS-CLIENTE

                 MOVE SPACES TO W-DECISAO
                 MOVE SPACES TO W-CONFIRMA

                 DISPLAY TELA-DECISAO
                 ACCEPT  TELA-DECISAO

                 MOVE FUNCTION UPPER-CASE(W-DECISAO) TO W-DECISAO

                 IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                    AND W-DECISAO NOT EQUAL "V"
                    PERFORM 210-APLICAR-DECISAO
                 END-IF
              END-IF
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CLASSIF.

       210-APLICAR-DECISAO.

           EVALUATE W-DECISAO
              WHEN "A"
                 PERFORM 250-VERIFICAR-TRAVA-DISTRIB

                 IF W-CADASTRO-CONGELADO
                    MOVE "DISTRIBUICAO EM ANDAMENTO - AGUARDE" TO WMSG
                 ELSE
                    PERFORM 310-ACEITAR-PROPOSTA

                    EVALUATE TRUE
                       WHEN W-DESF-ACEITA
                          MOVE "PROPOSTA ACEITA - CADASTRO ALTERADO"
                            TO WMSG
                       WHEN W-DESF-DESATUALIZADA
                          MOVE "CADASTRO MUDOU - PROPOSTA DESATUALIZADA"
                            TO WMSG
                       WHEN OTHER
                          MOVE "CLIENTE EM USO - TENTE MAIS TARDE"
                            TO WMSG
                    END-EVALUATE
                 END-IF
              WHEN "R"
                 PERFORM 320-RECUSAR-PROPOSTA
                 MOVE "PROPOSTA RECUSADA" TO WMSG
              WHEN OTHER
                 MOVE "DECISAO INVALIDA - INFORME A, R OU V" TO WMSG
           END-EVALUATE.

      * CONSULTA O TOKEN DE EXECUCAO DO FAZDISTRIB - MESMO CRITERIO
      * DO 060-VERIFICAR-TRAVA-DISTRIB DO CADCLIENTE.
       250-VERIFICAR-TRAVA-DISTRIB.

           MOVE "N" TO W-CONGELADO-SW

           MOVE W-DATA-HOJE TO SIS-DATA-REF
           MOVE "CONGELA-CADASTRO" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS

           IF SIS-ACHOU EQUAL "S" AND SIS-VALOR EQUAL ZEROS
              CONTINUE
           ELSE
              ACCEPT W-DATA-AGORA FROM DATE YYYYMMDD
              ACCEPT W-HORA-AGORA FROM TIME

              OPEN INPUT ARQ-TRAVA

              IF FS-TRAVA EQUAL "00"
                 READ ARQ-TRAVA

      * TOKEN COM MAIS DE W-LIMITE-TRAVA-MIN MINUTOS E RESTO DE
      * EXECUCAO ABORTADA (MESMO CRITERIO DO 030-TOMAR-TRAVA DO
      * FAZDISTRIB) - NAO CONGELA O CADASTRO.
                 IF FS-TRAVA EQUAL "00" AND TRV-ATIVA EQUAL "S"
                    COMPUTE W-IDADE-TRAVA-MIN =
                           (FUNCTION INTEGER-OF-DATE(W-DATA-AGORA) -
                            FUNCTION INTEGER-OF-DATE(TRV-DATA)) * 1440
                           + (W-AGORA-HH * 60 + W-AGORA-MM)
                           - (TRV-HH * 60 + TRV-MM)

                    IF W-IDADE-TRAVA-MIN NOT GREATER
                       W-LIMITE-TRAVA-MIN
                       MOVE "S" TO W-CONGELADO-SW
                    END-IF
                 END-IF

                 CLOSE ARQ-TRAVA
              ELSE
                 IF FS-TRAVA EQUAL "05"
                    CLOSE ARQ-TRAVA
                 END-IF
              END-IF

              MOVE "00" TO FS-TRAVA
           END-IF.

      *-----------------------------------------------------------
      * ACEITE DA PROPOSTA CORRENTE (ARQ-CLASSIF E ARQ-CLIENTE JA
      * ABERTOS EM I-O): O CLIENTE E LIDO COM TRAVA E SO RECEBE A
      * MUDANCA SE SEGMENTO E FREQUENCIA AINDA SAO OS DA PROPOSTA -
      * SENAO ELA FICA DESATUALIZADA. CLIENTE TRAVADO POR OUTRA
      * TELA DEIXA A PROPOSTA PENDENTE.
      *-----------------------------------------------------------
       310-ACEITAR-PROPOSTA.

           MOVE CL-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE WITH LOCK
             KEY IS COD-CLIENTE
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-READ

           EVALUATE TRUE
              WHEN FS-CLIENTE EQUAL "00"
                 IF NOT CLIENTE-ATIVO
                    OR SEGMENTO-CLIENTE NOT EQUAL CL-SEGMENTO-ATUAL
                    OR FREQ-VISITA-CLIENTE NOT EQUAL CL-FREQ-ATUAL
                    UNLOCK ARQ-CLIENTE
                    SET W-DESF-DESATUALIZADA TO TRUE
                 ELSE
                    MOVE SEGMENTO-CLIENTE    TO W-SEGMENTO-ANT
                    MOVE FREQ-VISITA-CLIENTE TO W-FREQ-ANT

                    MOVE CL-SEGMENTO-PROPOSTO TO SEGMENTO-CLIENTE
                    MOVE CL-FREQ-PROPOSTA     TO FREQ-VISITA-CLIENTE
                    MOVE W-DATA-HOJE
                      TO DATA-ULTIMA-ALTERACAO OF ARQ-CLIENTE-REG

                    REWRITE ARQ-CLIENTE-REG
                    UNLOCK ARQ-CLIENTE

                    MOVE "CLS"               TO AC-OPERACAO
                    MOVE COD-CLIENTE         TO AC-COD-CLIENTE
                    MOVE CNPJ                TO AC-CNPJ-ANTES
                    MOVE CNPJ                TO AC-CNPJ-DEPOIS
                    MOVE RAZAO-SOCIAL        TO AC-RAZAO-ANTES
                    MOVE RAZAO-SOCIAL        TO AC-RAZAO-DEPOIS
                    MOVE LATITUDE-CLIENTE    TO AC-LATITUDE-ANTES
                    MOVE LATITUDE-CLIENTE    TO AC-LATITUDE-DEPOIS
                    MOVE LONGITUDE-CLIENTE   TO AC-LONGITUDE-ANTES
                    MOVE LONGITUDE-CLIENTE   TO AC-LONGITUDE-DEPOIS
                    MOVE STATUS-CLIENTE      TO AC-STATUS-ANTES
                    MOVE STATUS-CLIENTE      TO AC-STATUS-DEPOIS
                    MOVE W-SEGMENTO-ANT      TO AC-SEGMENTO-ANTES
                    MOVE SEGMENTO-CLIENTE    TO AC-SEGMENTO-DEPOIS
                    MOVE W-FREQ-ANT          TO AC-FREQ-ANTES
                    MOVE FREQ-VISITA-CLIENTE TO AC-FREQ-DEPOIS
                    PERFORM 700-GRAVAR-AUD-CLIENTE

                    SET W-DESF-ACEITA TO TRUE
                 END-IF
              WHEN FS-CLIENTE EQUAL "23"
                 SET W-DESF-DESATUALIZADA TO TRUE
              WHEN OTHER
                 SET W-DESF-EM-USO TO TRUE
           END-EVALUATE

           MOVE "00" TO FS-CLIENTE

           IF W-DESF-ACEITA
              SET CL-ACEITA TO TRUE
           ELSE
              IF W-DESF-DESATUALIZADA
                 SET CL-DESATUALIZADA TO TRUE
              END-IF
           END-IF

           IF NOT W-DESF-EM-USO
              MOVE W-OPERADOR-ID TO CL-OPERADOR
              MOVE W-DATA-HOJE   TO CL-DATA-DECISAO
              REWRITE ARQ-CLASSIF-REG
           END-IF.

       320-RECUSAR-PROPOSTA.

           SET CL-RECUSADA TO TRUE
           MOVE W-OPERADOR-ID TO CL-OPERADOR
           MOVE W-DATA-HOJE   TO CL-DATA-DECISAO
           REWRITE ARQ-CLASSIF-REG.

      *-----------------------------------------------------------
      * DECISAO EM LOTE: APLICA O ACEITE OU A RECUSA A TODAS AS
      * PROPOSTAS PENDENTES QUE PASSAM NOS FILTROS DE REGIAO E TIPO
      * DE MUDANCA, DEPOIS DA CONFIRMACAO.
      *-----------------------------------------------------------
       400-DECIDIR-EM-LOTE.

           MOVE SPACES TO W-FIL-REGIAO
           MOVE SPACES TO W-FIL-TIPO
           MOVE SPACES TO W-CONFIRMA

           DISPLAY TELA-LOTE
           ACCEPT  TELA-LOTE

           MOVE FUNCTION UPPER-CASE(W-FIL-REGIAO) TO W-FIL-REGIAO
           MOVE FUNCTION UPPER-CASE(W-FIL-TIPO)   TO W-FIL-TIPO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL "S"
              MOVE "DECISAO EM LOTE CANCELADA" TO WMSG
           ELSE
              IF W-FIL-TIPO NOT EQUAL SPACE
                 AND W-FIL-TIPO NOT EQUAL "S"
                 AND W-FIL-TIPO NOT EQUAL "F"
                 MOVE "TIPO INVALIDO - USE S, F OU BRANCO" TO WMSG
              ELSE
                 MOVE "N" TO W-CONGELADO-SW
                 IF W-LOTE-ACEITAR
                    PERFORM 250-VERIFICAR-TRAVA-DISTRIB
                 END-IF

                 IF W-CADASTRO-CONGELADO
                    MOVE "DISTRIBUICAO EM ANDAMENTO - AGUARDE" TO WMSG
                 ELSE
                    PERFORM 410-PERCORRER-PROPOSTAS
                 END-IF
              END-IF
           END-IF.

       410-PERCORRER-PROPOSTAS.

           MOVE ZEROS TO W-QTD-ACEITAS
           MOVE ZEROS TO W-QTD-RECUSADAS
           MOVE ZEROS TO W-QTD-DESATUALIZADAS
           MOVE ZEROS TO W-QTD-EM-USO

           OPEN I-O ARQ-CLASSIF
           OPEN I-O ARQ-CLIENTE

           IF FS-CLASSIF EQUAL "00" OR FS-CLASSIF EQUAL "05"
              MOVE ZEROS TO CL-COD-CLIENTE
              START ARQ-CLASSIF KEY IS NOT LESS CL-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLASSIF
              END-START

              IF FS-CLASSIF EQUAL "00"
                 READ ARQ-CLASSIF NEXT
                 PERFORM 420-DECIDIR-PROPOSTA
                    UNTIL FS-CLASSIF NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CLASSIF
           END-IF

           MOVE "00" TO FS-CLASSIF

           CLOSE ARQ-CLIENTE

           IF W-LOTE-ACEITAR
              STRING "ACEITAS: " W-QTD-ACEITAS
                     " DESATUALIZ.: " W-QTD-DESATUALIZADAS
                     " USO: " W-QTD-EM-USO
                     DELIMITED BY SIZE
                INTO WMSG
           ELSE
              STRING "PROPOSTAS RECUSADAS: " W-QTD-RECUSADAS
                     DELIMITED BY SIZE
                INTO WMSG
           END-IF.

       420-DECIDIR-PROPOSTA.
           IF CL-PENDENTE
              AND (W-FIL-REGIAO EQUAL SPACES
                   OR CL-REGIAO EQUAL W-FIL-REGIAO)
              AND (W-FIL-TIPO EQUAL SPACE
                   OR (W-FIL-TIPO EQUAL "S"
                       AND CL-SEGMENTO-PROPOSTO NOT EQUAL
                           CL-SEGMENTO-ATUAL)
                   OR (W-FIL-TIPO EQUAL "F"
                       AND CL-FREQ-PROPOSTA NOT EQUAL
                           CL-FREQ-ATUAL))
              IF W-LOTE-ACEITAR
                 PERFORM 310-ACEITAR-PROPOSTA
                 EVALUATE TRUE
                    WHEN W-DESF-ACEITA
                       ADD 1 TO W-QTD-ACEITAS
                    WHEN W-DESF-DESATUALIZADA
                       ADD 1 TO W-QTD-DESATUALIZADAS
                    WHEN OTHER
                       ADD 1 TO W-QTD-EM-USO
                 END-EVALUATE
              ELSE
                 PERFORM 320-RECUSAR-PROPOSTA
                 ADD 1 TO W-QTD-RECUSADAS
              END-IF
           END-IF

           READ ARQ-CLASSIF NEXT.

       700-GRAVAR-AUD-CLIENTE.

           ACCEPT AC-DATA     FROM DATE YYYYMMDD
           ACCEPT AC-HORA     FROM TIME
           MOVE W-OPERADOR-ID TO AC-OPERADOR

           OPEN EXTEND ARQ-AUDCLIENTE

           MOVE "CADCLIENTE.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AC-SEQ-LACRE
           MOVE ZEROS TO AC-LACRE
           MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AC-SEQ-LACRE
           MOVE PLA-LACRE TO AC-LACRE

           WRITE REG-AUDCLIENTE
           CLOSE ARQ-AUDCLIENTE.

       END PROGRAM CADCLASSIF.
