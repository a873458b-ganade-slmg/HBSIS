                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-NUMERO.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

      * HISTORICO DE ESTAGIOS DO FUNIL - LIDO PELO RELFUNIL E PELO
      * RELAUDIT (ORIGEM "F").
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADPROSPECT.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

       DATA DIVISION.
       FILE SECTION.


       COPY "CADNUMERO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PROSPECT             PIC X(002)          VALUE "00".
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-NUMERO               PIC X(002)          VALUE "00".
       77 FS-VENDEDOR             PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

      * ESTAGIO A DESCREVER PARA A TRILHA (710-DESCREVER-ESTAGIO) -
      * A LETRA FICA NA PRIMEIRA POSICAO DO TEXTO.
       77 W-ESTAGIO-DESC          PIC X(001)          VALUE SPACES.
       77 W-ESTAGIO-TXT           PIC X(060)          VALUE SPACES.
       77 W-ESTAGIO-ANTERIOR      PIC X(001)          VALUE SPACES.
       77 W-VENDEDOR-ANTERIOR     PIC 9(003)          VALUE ZEROS.

       77 WOPCAO                  PIC 9               VALUE ZEROS.
       77 W-CONFIRMA              PIC X               VALUE SPACES.
           03 W-UF-PRO            PIC X(002)          VALUE SPACES.
           03 W-TELEFONE-PRO      PIC X(015)          VALUE SPACES.
           03 W-CONTATO-PRO       PIC X(030)          VALUE SPACES.
           03 W-VENDEDOR-PRO      PIC 9(003)          VALUE ZEROS.
           03 W-CEP-PRO           PIC 9(008)          VALUE ZEROS.

      * CNPJ INFORMADO NA CONVERSAO - O PROSPECT NAO TEM CNPJ NO
      * FUNIL, MAS O CADASTRO DE CLIENTES EXIGE UM VALIDO E UNICO.
       77 W-CNPJ-CONV             PIC X(014)          VALUE SPACES.
       77 W-CODIGO-RESERVADO      PIC 9(007)          VALUE ZEROS.
       77 W-CODIGO-LIVRE          PIC X(001)          VALUE "N".
          88 W-CODIGO-ESTA-LIVRE     VALUE "S".
           03 W-GEO-LONGITUDE     PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-GEO-ENCONTRADO    PIC X(001)          VALUE SPACES.

      * INTERFACE DO VERCEP - CONFERE O CEP CONTRA CIDADE/UF,
      * PRE-PREENCHE O ENDERECO EM BRANCO E DA AS COORDENADAS DO CEP
      * ANTES DO CENTRO DA CIDADE.
       01  W-PARAM-CEP.
           03 W-PCE-CEP           PIC 9(008)          VALUE ZEROS.
           03 W-PCE-LOGRADOURO    PIC X(040)          VALUE SPACES.
           03 W-PCE-BAIRRO        PIC X(030)          VALUE SPACES.
           03 W-PCE-CIDADE        PIC X(030)          VALUE SPACES.
           03 W-PCE-UF            PIC X(002)          VALUE SPACES.
           03 W-PCE-LATITUDE      PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-PCE-LONGITUDE     PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-PCE-SITUACAO      PIC X(001)          VALUE SPACES.
              88 W-PCE-ENCONTRADO    VALUE "S".
              88 W-PCE-INEXISTENTE   VALUE "N".
              88 W-PCE-SEM-BASE      VALUE "T".

      * INTERFACE DO CALCDIGITO PARA VALIDAR O CNPJ DA CONVERSAO.
       01  LKS-PARAMETRO.
           05 COMPRIMENTO         PIC S9(04) COMP.
           05 LKS-ACAO            PIC X(001).
           05 LKS-RETORNO         PIC 9(001).
           05 LKS-DIGITO-ERRO     PIC 9(001).
           05 LKS-CNPJ-ALFA-I     PIC X(014).
           05 LKS-CNPJ-ALFA-F     PIC X(014).

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

          02 LINE 06 COL 26, PIC X(040) TO W-NOME-PRO.
          02 LINE 07 COL 10 VALUE "LATITUDE......:".
          02 LINE 07 COL 26, PIC -ZZ9,99999999 TO W-LATITUDE-PRO.
          02 LINE 07 COL 41 VALUE "(LAT/LONG ZERADAS =".
          02 LINE 08 COL 10 VALUE "LONGITUDE.....:".
          02 LINE 08 COL 26, PIC -ZZ9,99999999 TO W-LONGITUDE-PRO.
          02 LINE 08 COL 41 VALUE " RESOLVE PELA CIDADE)".
          02 LINE 09 COL 10 VALUE "POTENCIAL (R$):".
          02 LINE 09 COL 26, PIC ZZZZZZZZZZ9,99 TO W-POTENCIAL-PRO.
          02 LINE 10 COL 10 VALUE "LOGRADOURO....:".
          02 LINE 12 COL 26, PIC X(030) TO W-CIDADE-PRO.
          02 LINE 13 COL 10 VALUE "UF............:".
          02 LINE 13 COL 26, PIC XX TO W-UF-PRO.
          02 LINE 13 COL 32 VALUE "CEP:".
          02 LINE 13 COL 37, PIC 99999999 TO W-CEP-PRO.
          02 LINE 14 COL 10 VALUE "TELEFONE......:".
          02 LINE 14 COL 26, PIC X(015) TO W-TELEFONE-PRO.
          02 LINE 15 COL 10 VALUE "CONTATO.......:".
          02 LINE 15 COL 26, PIC X(030) TO W-CONTATO-PRO.
          02 LINE 16 COL 10 VALUE "VENDEDOR RESP.:".
          02 LINE 16 COL 26, PIC ZZ9 TO W-VENDEDOR-PRO.
          02 LINE 16 COL 31 VALUE "(ZERO = SEM RESPONSAVEL)".
          02 LINE 17 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 17 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 07 COL 34, PIC ZZZZZZ9 TO W-COD-PROSPECT.
          02 LINE 08 COL 10 VALUE "ESTAGIO (N/C/P/D).....:".
          02 LINE 08 COL 34, PIC X TO W-ESTAGIO-PRO.
          02 LINE 09 COL 10 VALUE "VENDEDOR RESPONSAVEL..:".
          02 LINE 09 COL 34, PIC ZZ9 TO W-VENDEDOR-PRO.
          02 LINE 11 COL 10 VALUE
             "(N-NOVO C-CONTATO P-PROPOSTA D-DESCARTADO)".
          02 LINE 12 COL 10 VALUE
             "(ESTAGIO EM BRANCO OU VENDEDOR ZERO = MANTEM)".
          02 LINE 15 COL 10 "CONFIRMA A TROCA? (S/N): (.)".
          02 LINE 15 COL 36, PIC X TO W-CONFIRMA.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 07 COL 10 VALUE "CODIGO PROSPECT.......:".
          02 LINE 07 COL 34, PIC ZZZZZZ9 TO W-COD-PROSPECT.
          02 LINE 08 COL 10 VALUE "CNPJ DO NOVO CLIENTE..:".
          02 LINE 08 COL 34, PIC X(014) TO W-CNPJ-CONV.
          02 LINE 10 COL 10 VALUE
             "(O CODIGO DO CLIENTE SAI DA NUMERACAO AUTOMATICA)".
          02 LINE 15 COL 10 "CONFIRMA A CONVERSAO? (S/N): (.)".
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       PROCEDURE DIVISION USING LKS-OPERADOR-ID.

      *-----------------------------------------------------------
      * FUNIL DE PROSPECTS: O NOVO NEGOCIO ENTRA NO SISTEMA ANTES DE
      * TER CNPJ E CADASTRO - O RELROTA INCLUI PARADAS DE PROSPECCAO
      * PROXIMAS DA ROTA E A CONVERSAO CRIA O CLIENTE REAL PELA
      * MESMA NUMERACAO AUTOMATICA DA INCLUSAO DO CADCLIENTE.
      * A INCLUSAO, CADA TROCA DE ESTAGIO E A CONVERSAO FICAM COM
      * DATA E OPERADOR NA TRILHA CADPROSPECT.AUD, DE ONDE O
      * RELFUNIL TIRA O TEMPO DE PERMANENCIA EM CADA ESTAGIO.
      *-----------------------------------------------------------
       000-INICIO.

           IF LKS-OPERADOR-ID NOT EQUAL SPACES
              MOVE LKS-OPERADOR-ID TO W-OPERADOR-ID
           END-IF

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU


           INITIALIZE W-ARQ-PROSPECT-REG
           MOVE "N" TO W-ESTAGIO-PRO
           MOVE SPACES TO W-PCE-SITUACAO

           DISPLAY  INCLUSAO
           ACCEPT   INCLUSAO
           MOVE SPACES TO WMSG

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
              PERFORM 170-VALIDAR-VENDEDOR

              IF W-NOME-PRO EQUAL SPACES
                 MOVE "INFORME O NOME DO PROSPECT" TO WMSG
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 155-CONFERIR-CEP
              END-IF

              IF WMSG EQUAL SPACES
                 PERFORM 150-GEOCODIFICAR

                 OPEN I-O ARQ-PROSPECT
                 MOVE W-CONTATO-PRO      TO PS-CONTATO
                 ACCEPT PS-DATA-CADASTRO FROM DATE YYYYMMDD
                 MOVE ZEROS TO PS-COD-CLIENTE-GERADO
                 MOVE W-VENDEDOR-PRO     TO PS-COD-VENDEDOR
                 MOVE W-CEP-PRO          TO PS-CEP

                 WRITE ARQ-PROSPECT-REG

                 IF FS-PROSPECT EQUAL "00"
                    MOVE "INC"  TO W-OPERACAO-AUD
                    MOVE SPACES TO W-VALOR-ANTES-TXT
                    MOVE PS-ESTAGIO TO W-ESTAGIO-DESC
                    PERFORM 710-DESCREVER-ESTAGIO
                    MOVE W-ESTAGIO-TXT TO W-VALOR-DEPOIS-TXT
                    PERFORM 700-GRAVAR-AUDITORIA

                    MOVE SPACES TO WMSG
                    STRING "PROSPECT INCLUIDO - CODIGO "
                           W-CODIGO-RESERVADO
                      INTO WMSG

      * MESMO ATALHO DO CADCLIENTE: SEM LAT/LONG EM MAOS, A CIDADE
      * RESOLVE AS COORDENADAS PELA BASE DE GEOCODIFICACAO.
      * O CEP ENCONTRADO NA BASE DE CEP, COM COORDENADAS, VEM ANTES
      * DA CIDADE.
       150-GEOCODIFICAR.

           IF W-LATITUDE-PRO  EQUAL ZEROS AND
              W-LONGITUDE-PRO EQUAL ZEROS AND
              W-PCE-ENCONTRADO
              IF W-PCE-LATITUDE  NOT EQUAL ZEROS OR
                 W-PCE-LONGITUDE NOT EQUAL ZEROS
                 MOVE W-PCE-LATITUDE  TO W-LATITUDE-PRO
                 MOVE W-PCE-LONGITUDE TO W-LONGITUDE-PRO
                 MOVE "COORDENADAS OBTIDAS PELO CEP INFORMADO"
                   TO WMSG
              END-IF
           END-IF

           IF W-LATITUDE-PRO  EQUAL ZEROS AND
              W-LONGITUDE-PRO EQUAL ZEROS AND
              W-CIDADE-PRO    NOT EQUAL SPACES
              END-IF
           END-IF.

      * MESMA CONFERENCIA DE CEP DO CADCLIENTE: CEP FORA DA BASE OU
      * DE OUTRA CIDADE/UF RECUSA A INCLUSAO; LOGRADOURO, CIDADE E UF
      * EM BRANCO VEM DO CEP. CEP ZERADO OU SEM A BASE NAO CONFERE.
       155-CONFERIR-CEP.

           IF W-CEP-PRO NOT EQUAL ZEROS
              MOVE W-CEP-PRO TO W-PCE-CEP
              CALL "VERCEP" USING W-PARAM-CEP

              EVALUATE TRUE
                 WHEN W-PCE-INEXISTENTE
                    MOVE "CEP NAO CADASTRADO NA BASE DE CEP" TO WMSG
                 WHEN W-PCE-ENCONTRADO
                    IF W-LOGRADOURO-PRO EQUAL SPACES
                       MOVE W-PCE-LOGRADOURO TO W-LOGRADOURO-PRO
                    END-IF
                    IF W-CIDADE-PRO EQUAL SPACES
                       MOVE W-PCE-CIDADE TO W-CIDADE-PRO
                    END-IF
                    IF W-UF-PRO EQUAL SPACES
                       MOVE W-PCE-UF TO W-UF-PRO
                    END-IF

                    IF FUNCTION UPPER-CASE(W-CIDADE-PRO)
                          NOT EQUAL W-PCE-CIDADE
                       OR FUNCTION UPPER-CASE(W-UF-PRO)
                          NOT EQUAL W-PCE-UF
                       MOVE "CEP NAO PERTENCE A CIDADE/UF INFORMADA"
                         TO WMSG
                    END-IF
              END-EVALUATE
           END-IF.

      * VENDEDOR RESPONSAVEL INFORMADO PRECISA EXISTIR E ESTAR
      * ATIVO; ZERO DEIXA O PROSPECT SEM RESPONSAVEL (OU MANTEM O
      * ATUAL, NA TROCA DE ESTAGIO).
       170-VALIDAR-VENDEDOR.

           IF W-VENDEDOR-PRO GREATER ZEROS
              OPEN INPUT ARQ-VENDEDOR

              MOVE W-VENDEDOR-PRO TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-VENDEDOR
              END-READ

              IF FS-VENDEDOR NOT EQUAL "00"
                 MOVE "VENDEDOR RESPONSAVEL NAO CADASTRADO" TO WMSG
                 MOVE "00" TO FS-VENDEDOR
              ELSE
                 IF NOT VENDEDOR-ATIVO
                    MOVE "VENDEDOR RESPONSAVEL INATIVO" TO WMSG
                 END-IF
              END-IF

              CLOSE ARQ-VENDEDOR
           END-IF.

      * PROXIMO CODIGO LIVRE DA SERIE "PROSPECT" NO CONTROLE DE
      * NUMERACAO, SOB LOCK - MESMA RESERVA DA INCLUSAO DE CLIENTES.
       160-RESERVAR-CODIGO-PROSPECT.

       300-TROCAR-ESTAGIO.

           MOVE SPACES TO W-ESTAGIO-PRO
           MOVE ZEROS  TO W-VENDEDOR-PRO

           DISPLAY TROCA-ESTAGIO
           ACCEPT  TROCA-ESTAGIO

              MOVE FUNCTION UPPER-CASE(W-ESTAGIO-PRO)
                TO W-ESTAGIO-PRO

              IF W-ESTAGIO-PRO NOT EQUAL SPACE
                 AND W-ESTAGIO-PRO NOT EQUAL "N"
                 AND W-ESTAGIO-PRO NOT EQUAL "C"
                 AND W-ESTAGIO-PRO NOT EQUAL "P"
                 AND W-ESTAGIO-PRO NOT EQUAL "D"
                 MOVE "ESTAGIO INVALIDO - USE N, C, P OU D" TO WMSG
              ELSE
                 IF W-ESTAGIO-PRO EQUAL SPACE
                    AND W-VENDEDOR-PRO EQUAL ZEROS
                    MOVE "INFORME O ESTAGIO E/OU O RESPONSAVEL"
                      TO WMSG
                 ELSE
                    PERFORM 170-VALIDAR-VENDEDOR
                 END-IF
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-PROSPECT

                 MOVE W-COD-PROSPECT TO PS-COD-PROSPECT
                       MOVE "PROSPECT JA CONVERTIDO EM CLIENTE"
                         TO WMSG
                    ELSE
                       PERFORM 310-APLICAR-TROCA
                    END-IF
                 END-IF


           PERFORM 000-INICIO.

      * SO REGRAVA (E SO VAI PARA A TRILHA) O QUE DE FATO MUDOU:
      * A TROCA DE ESTAGIO COMO "EST" E A DO RESPONSAVEL COMO "ALT".
       310-APLICAR-TROCA.

           MOVE PS-ESTAGIO      TO W-ESTAGIO-ANTERIOR
           MOVE PS-COD-VENDEDOR TO W-VENDEDOR-ANTERIOR

           IF W-ESTAGIO-PRO NOT EQUAL SPACE
              MOVE W-ESTAGIO-PRO TO PS-ESTAGIO
           END-IF
           IF W-VENDEDOR-PRO GREATER ZEROS
              MOVE W-VENDEDOR-PRO TO PS-COD-VENDEDOR
           END-IF

           IF PS-ESTAGIO EQUAL W-ESTAGIO-ANTERIOR
              AND PS-COD-VENDEDOR EQUAL W-VENDEDOR-ANTERIOR
              MOVE "PROSPECT JA ESTA NESTA SITUACAO" TO WMSG
           ELSE
              REWRITE ARQ-PROSPECT-REG

              IF PS-ESTAGIO NOT EQUAL W-ESTAGIO-ANTERIOR
                 MOVE "EST" TO W-OPERACAO-AUD
                 MOVE W-ESTAGIO-ANTERIOR TO W-ESTAGIO-DESC
                 PERFORM 710-DESCREVER-ESTAGIO
                 MOVE W-ESTAGIO-TXT TO W-VALOR-ANTES-TXT
                 MOVE PS-ESTAGIO TO W-ESTAGIO-DESC
                 PERFORM 710-DESCREVER-ESTAGIO
                 MOVE W-ESTAGIO-TXT TO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA
                 MOVE "ESTAGIO ALTERADO" TO WMSG
              END-IF

              IF PS-COD-VENDEDOR NOT EQUAL W-VENDEDOR-ANTERIOR
                 MOVE "ALT" TO W-OPERACAO-AUD
                 MOVE SPACES TO W-VALOR-ANTES-TXT
                 STRING "VENDEDOR RESPONSAVEL " W-VENDEDOR-ANTERIOR
                        DELIMITED BY SIZE
                   INTO W-VALOR-ANTES-TXT
                 MOVE SPACES TO W-VALOR-DEPOIS-TXT
                 STRING "VENDEDOR RESPONSAVEL " PS-COD-VENDEDOR
                        DELIMITED BY SIZE
                   INTO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA

                 IF WMSG EQUAL SPACES
                    MOVE "RESPONSAVEL ALTERADO" TO WMSG
                 ELSE
                    MOVE "ESTAGIO E RESPONSAVEL ALTERADOS" TO WMSG
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * CONVERSAO EM CLIENTE: O CNPJ INFORMADO E VALIDADO PELO
      * CALCDIGITO E CONFERIDO CONTRA A CHAVE ALTERNADA; O CODIGO DO
       510-VALIDAR-CNPJ.

           MOVE ZEROS TO LKS-RETORNO
           MOVE FUNCTION UPPER-CASE(W-CNPJ-CONV) TO W-CNPJ-CONV
           MOVE W-CNPJ-CONV TO LKS-CNPJ-ALFA-I
           MOVE "CNA" TO LKS-TIPO-CALCULO
           MOVE "V"   TO LKS-ACAO

           CALL 'CALCDIGITO' USING LKS-PARAMETRO

           IF LKS-RETORNO EQUAL 4
              MOVE "CNPJ COM CARACTER INVALIDO" TO WMSG
           ELSE
              IF LKS-RETORNO NOT EQUAL 0
                 MOVE "CNPJ COM DIGITO VERIFICADOR INVALIDO" TO WMSG
              END-IF
           END-IF.

       520-CRIAR-CLIENTE.
              MOVE PS-NUMERO          TO NUMERO-CLIENTE
              MOVE PS-CIDADE          TO CIDADE-CLIENTE
              MOVE PS-UF              TO UF-CLIENTE
              MOVE PS-CEP             TO CEP-CLIENTE
              MOVE PS-TELEFONE        TO TELEFONE-CLIENTE
              MOVE PS-CONTATO         TO CONTATO-CLIENTE
              ACCEPT DATA-CADASTRO OF ARQ-CLIENTE-REG
                FROM DATE YYYYMMDD
              MOVE DATA-CADASTRO OF ARQ-CLIENTE-REG
                TO DATA-ULTIMA-ALTERACAO OF ARQ-CLIENTE-REG

              WRITE ARQ-CLIENTE-REG

              IF FS-CLIENTE EQUAL "00"
                 MOVE "CNV" TO W-OPERACAO-AUD
                 MOVE PS-ESTAGIO TO W-ESTAGIO-DESC
                 PERFORM 710-DESCREVER-ESTAGIO
                 MOVE W-ESTAGIO-TXT TO W-VALOR-ANTES-TXT

                 SET PS-CONVERTIDO TO TRUE
                 MOVE W-CODIGO-RESERVADO TO PS-COD-CLIENTE-GERADO
                 REWRITE ARQ-PROSPECT-REG

                 MOVE SPACES TO W-VALOR-DEPOIS-TXT
                 STRING "V CONVERTIDO - CLIENTE " W-CODIGO-RESERVADO
                        DELIMITED BY SIZE
                   INTO W-VALOR-DEPOIS-TXT
                 PERFORM 700-GRAVAR-AUDITORIA

                 STRING "CONVERTIDO - CLIENTE " W-CODIGO-RESERVADO
                   INTO WMSG
              ELSE

           READ ARQ-CLIENTE NEXT.

      * GRAVA O MOVIMENTO DO PROSPECT NA TRILHA GENERICA
      * (CADPROSPECT.AUD) - HISTORICO DE ESTAGIOS DO RELFUNIL E
      * ORIGEM "F" DO RELAUDIT. A CHAVE E O CODIGO DO PROSPECT.
       700-GRAVAR-AUDITORIA.

           MOVE SPACES          TO W-CHAVE-AUD
           MOVE PS-COD-PROSPECT TO W-CHAVE-AUD

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID      TO AG-OPERADOR
              MOVE W-OPERACAO-AUD     TO AG-OPERACAO
              MOVE W-CHAVE-AUD        TO AG-CHAVE
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPROSPECT.AUD" TO PLA-TRILHA
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

       710-DESCREVER-ESTAGIO.

           EVALUATE W-ESTAGIO-DESC
              WHEN "N"
                 MOVE "N NOVO"        TO W-ESTAGIO-TXT
              WHEN "C"
                 MOVE "C EM CONTATO"  TO W-ESTAGIO-TXT
              WHEN "P"
                 MOVE "P PROPOSTA"    TO W-ESTAGIO-TXT
              WHEN "V"
                 MOVE "V CONVERTIDO"  TO W-ESTAGIO-TXT
              WHEN "D"
                 MOVE "D DESCARTADO"  TO W-ESTAGIO-TXT
              WHEN OTHER
                 MOVE W-ESTAGIO-DESC  TO W-ESTAGIO-TXT
           END-EVALUATE.

       END PROGRAM CADPROSPECT.
