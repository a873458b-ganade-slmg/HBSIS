           03 FILLER              PIC X(005)     VALUE "31A  ".
           03 FILLER              PIC X(005)     VALUE "32AOC".
           03 FILLER              PIC X(005)     VALUE "33AOC".
           03 FILLER              PIC X(005)     VALUE "34AO ".
           03 FILLER              PIC X(005)     VALUE "35A  ".
           03 FILLER              PIC X(005)     VALUE "36AO ".
           03 FILLER              PIC X(005)     VALUE "37A  ".
           03 FILLER              PIC X(005)     VALUE "38AO ".
           03 FILLER              PIC X(005)     VALUE "39AO ".
           03 FILLER              PIC X(005)     VALUE "40A  ".
           03 FILLER              PIC X(005)     VALUE "41AOC".
           03 FILLER              PIC X(005)     VALUE "42AO ".
           03 FILLER              PIC X(005)     VALUE "43AOC".
           03 FILLER              PIC X(005)     VALUE "44AOC".
           03 FILLER              PIC X(005)     VALUE "45AOC".
           03 FILLER              PIC X(005)     VALUE "46A  ".
           03 FILLER              PIC X(005)     VALUE "47AO ".
           03 FILLER              PIC X(005)     VALUE "48AOC".
           03 FILLER              PIC X(005)     VALUE "49A  ".
           03 FILLER              PIC X(005)     VALUE "50AOC".
           03 FILLER              PIC X(005)     VALUE "51A  ".
           03 FILLER              PIC X(005)     VALUE "52AOC".
           03 FILLER              PIC X(005)     VALUE "53AOC".
           03 FILLER              PIC X(005)     VALUE "54AO ".
           03 FILLER              PIC X(005)     VALUE "55AOC".
           03 FILLER              PIC X(005)     VALUE "56AOC".

       01  TAB-AUTORIZACAO REDEFINES TAB-AUTORIZACAO-DADOS.
           03 TAUT-FUNCAO OCCURS 55 TIMES.
              05 TAUT-OPCAO       PIC 9(002).
              05 TAUT-PERFIL      OCCURS 3 TIMES PIC X(001).

       77 W-QTD-FUNCOES-AUT       PIC 9(002) COMP VALUE 55.
       77 W-PERFIL-LOGADO         PIC X          VALUE "A".
       77 W-AUTORIZADO-SW         PIC X          VALUE "N".
          88 W-AUTORIZADO            VALUE "S".
       77 W-RUN-ID-MAX            PIC 9(016)     VALUE ZEROS.
       77 W-DIST-ENCONTRADO       PIC X(001)     VALUE "N".

      * SUPERVISOR DE EQUIPE SO ENXERGA NA CONSULTA DE DISTRIBUICAO
      * OS VENDEDORES DA PROPRIA EQUIPE (VEREQUIPE).
       01  W-PARAM-EQUIPE.
           03 VEQ-OPERADOR         PIC X(008)     VALUE SPACES.
           03 VEQ-COD-VENDEDOR     PIC 9(003)     VALUE ZEROS.
           03 VEQ-SUPERVISOR       PIC X(001)     VALUE "N".
           03 VEQ-PERMITIDO        PIC X(001)     VALUE "S".
              88 VEQ-VENDEDOR-PERMITIDO VALUE "S".
           03 VEQ-COD-EQUIPE       PIC 9(003)     VALUE ZEROS.

      *-----------------------------------------------------------
      * LINHA DO TEMPO DO CLIENTE: A RELACAO DE RODADAS PRESENTES
      * EM CADDISTRIB E COLETADA DURANTE O SALTO POR CHAVE DE
       77 W-FILIAL-SESSAO         PIC X(002)     VALUE SPACES.
       77 W-FILIAL-OPERADOR       PIC X(002)     VALUE SPACES.

      * PARAMETRO DO RELTITULAR - PEDIDO DE ACESSO DO TITULAR (LGPD)
      * PELO CNPJ; O OPERADOR LOGADO FICA REGISTRADO NO CATALOGO.
       01  W-PARAM-TITULAR.
           03 PTI-CNPJ            PIC X(014)     VALUE SPACES.
           03 PTI-OPERADOR        PIC X(008)     VALUE SPACES.
           03 PTI-MSG             PIC X(040)     VALUE SPACES.

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

       SCREEN SECTION.

       01 LOGIN AUTO.
          02 LINE 15 COL 15 VALUE "( 6) CONSULTAR CLIENTE".
          02 LINE 16 COL 10 VALUE "ADMINISTRACAO".
          02 LINE 16 COL 25 VALUE "( 7) OPERADORES".
          02 LINE 12 COL 15 VALUE "( 0) MAIS OPCOES".
          02 LINE 05 COL 45 VALUE "ROTAS E VISITAS".
          02 LINE 06 COL 50 VALUE "(10) REGISTRAR VISITA".
          02 LINE 07 COL 50 VALUE "(11) PLANO X REALIZADO".
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

      *-----------------------------------------------------------
      * SEGUNDA PAGINA DO MENU - A PRIMEIRA NAO TEM MAIS ESPACO. A
      * OPCAO ESCOLHIDA AQUI SEGUE O MESMO CAMINHO DE AUTORIZACAO E
      * DE CHAMADA DAS OPCOES DA PRIMEIRA PAGINA.
      *-----------------------------------------------------------
       01 TELA-MENU-2.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 10 VALUE "OPERADOR LOGADO:".
          02 LINE 04 COL 28, PIC X(008) FROM W-OPERADOR-LOGADO.
          02 LINE 05 COL 10 VALUE "FINANCEIRO".
          02 LINE 05 COL 43 VALUE "TABELAS".
          02 LINE 06 COL 48 VALUE "(51) REGIOES COMERCIAIS".
          02 LINE 07 COL 43 VALUE "GERENCIAL".
          02 LINE 08 COL 48 VALUE "(52) CONSOLIDADO POR FILIAL".
          02 LINE 09 COL 48 VALUE "(53) CLIENTE 360".
          02 LINE 10 COL 48 VALUE "(55) TEMPO EM CAMPO".
          02 LINE 06 COL 15 VALUE "(34) LIMITE DE CREDITO".
          02 LINE 07 COL 15 VALUE "(35) ACELERADORES DE COMISSAO".
          02 LINE 08 COL 15 VALUE "(36) DEVOLUCOES E CANCELAMENTOS".
          02 LINE 09 COL 10 VALUE "COMERCIAL".
          02 LINE 10 COL 15 VALUE "(37) TABELA DE PRECOS REGIONAL".
          02 LINE 11 COL 48 VALUE "(43) FUNIL DE PROSPECTS".
          02 LINE 11 COL 15 VALUE "(38) CAMPANHAS DE VENDA".
          02 LINE 12 COL 48 VALUE "(44) PRAZO DOS CHAMADOS".
          02 LINE 12 COL 15 VALUE "(39) GRUPOS ECONOMICOS".
          02 LINE 13 COL 48 VALUE "(45) SOBREPOSICAO TERRITORIOS".
          02 LINE 13 COL 15 VALUE "(40) EQUIPES DE VENDA".
          02 LINE 14 COL 48 VALUE "(46) FECHAMENTO MENSAL".
          02 LINE 14 COL 15 VALUE "(41) PROJECAO DE FECHAMENTO".
          02 LINE 15 COL 48 VALUE "(47) MOTIVOS DE NAO VISITA".
          02 LINE 15 COL 15 VALUE "(42) REVISAO DE CLASSIFICACAO".
          02 LINE 16 COL 48 VALUE "(48) ANALISE DE MOTIVOS".
          02 LINE 17 COL 48 VALUE "(49) DADOS DO TITULAR LGPD".
          02 LINE 18 COL 48 VALUE "(50) SATISFACAO NPS".
          02 LINE 16 COL 15 VALUE "(54) CUSTO DE ATENDER".
          02 LINE 17 COL 15 VALUE "(56) POTENCIAL DE MERCADO".
          02 LINE 18 COL 15 VALUE "( 0) VOLTAR A PRIMEIRA PAGINA".
          02 LINE 19 COL 10, PIC X(040) FROM WMSG-MENU.
          02 LINE 20 COL 10 VALUE "OPCAO DESEJADA (..)".
          02 LINE 20 COL 26, PIC 99 TO WOPCAO AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 REL-CLIENTE.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 REL-TITULAR.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DADOS DO TITULAR (LGPD)".
          02 LINE 07 COL 10 VALUE
             "CNPJ DO TITULAR...........: (..............)".
          02 LINE 07 COL 39, PIC X(014) TO PTI-CNPJ AUTO.
          02 LINE 09 COL 10 VALUE
             "(GERA RELTITULAR.CSV COM TUDO QUE O SISTEMA GUARDA)".
          02 LINE 15 COL 10 VALUE
          "CONFIRMA GERACAO RELATORIO? (S/N): (.)".
          02 LINE 15 COL 46, PIC X TO WCONFIRMA AUTO.
          02 LINE 19 COL 10 VALUE "MSG:".
          02 LINE 19 COL 15, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 CONSULTA-DISTRIB AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
              MOVE W-JRN-RESULTADO TO JRN-RESULTADO
              MOVE W-JRN-DETALHE   TO JRN-DETALHE

              MOVE "SEGURANCA.JRN" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO JRN-SEQ-LACRE
              MOVE ZEROS TO JRN-LACRE
              MOVE REG-JORNALSEG TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO JRN-SEQ-LACRE
              MOVE PLA-LACRE TO JRN-LACRE

              WRITE REG-JORNALSEG

              CLOSE ARQ-JORNALSEG

           MOVE SPACES TO WMSG-MENU

           IF WOPCAO EQUAL ZERO
              DISPLAY TELA-MENU-2
              ACCEPT  TELA-MENU-2
           END-IF

           PERFORM 130-VERIFICAR-OCIOSIDADE

           IF W-SESSAO-EXPIRADA
                 WHEN 27
                    CALL "CADFERIADO"
                 WHEN 28
                    CALL "CADPROSPECT" USING W-OPERADOR-LOGADO
                 WHEN 29
                    MOVE W-OPERADOR-LOGADO TO W-JRN-OPERADOR
                    MOVE "FUSAO CLI"       TO W-JRN-EVENTO
                 WHEN 31
                    CALL "CADFATOR"
                 WHEN 32
                    CALL "CONSVEND" USING W-OPERADOR-LOGADO
                 WHEN 33
                    CALL "CONSRELCAT"
                 WHEN 34
                    CALL "CADCREDITO" USING W-OPERADOR-LOGADO
                 WHEN 35
                    CALL "CADACELER" USING W-OPERADOR-LOGADO
                 WHEN 36
                    CALL "CADDEVOLUCAO" USING W-OPERADOR-LOGADO
                 WHEN 37
                    CALL "CADPRECO" USING W-OPERADOR-LOGADO
                 WHEN 38
                    CALL "CADCAMPANHA" USING W-OPERADOR-LOGADO
                 WHEN 39
                    CALL "CADGRUPO" USING W-OPERADOR-LOGADO
                 WHEN 40
                    CALL "CADEQUIPE" USING W-OPERADOR-LOGADO
                 WHEN 41
                    CALL "RELPROJECAO"
                 WHEN 42
                    CALL "CADCLASSIF" USING W-OPERADOR-LOGADO
                 WHEN 43
                    CALL "RELFUNIL"
                 WHEN 44
                    CALL "RELCHAMADO"
                 WHEN 45
                    CALL "RELSOBREP"
                 WHEN 46
                    CALL "CADPERIODO" USING W-OPERADOR-LOGADO
                                            W-PERFIL-LOGADO
                 WHEN 47
                    CALL "CADMOTIVO"
                 WHEN 48
                    CALL "RELMOTIVO"
                 WHEN 49
                    PERFORM 350-REL-TITULAR
                 WHEN 50
                    CALL "RELNPS"
                 WHEN 51
                    CALL "CADREGIAO" USING W-OPERADOR-LOGADO
                 WHEN 52
                    CALL "RELFILIAL"
                 WHEN 53
                    CALL "CONSCLI" USING W-OPERADOR-LOGADO
                 WHEN 54
                    CALL "RELCUSTO"
                 WHEN 55
                    CALL "RELJORNADA"
                 WHEN 56
                    CALL "RELPOTENC"
                 WHEN 9
                    STOP RUN
              END-EVALUATE

           PERFORM 100-MENU.

      * PEDIDO DE ACESSO DO TITULAR (LGPD): O RELTITULAR REUNE OS
      * DADOS DO CLIENTE DO CNPJ INFORMADO EM RELTITULAR.CSV.
       350-REL-TITULAR.

           DISPLAY REL-TITULAR
           ACCEPT  REL-TITULAR

           MOVE 0 TO WERRO

           IF PTI-CNPJ EQUAL SPACES
              MOVE "INFORME O CNPJ DO TITULAR" TO WMSG
              MOVE 9 TO WERRO
           END-IF

           IF FUNCTION UPPER-CASE(WCONFIRMA) = "S"
              IF WERRO EQUAL 0
                 MOVE W-OPERADOR-LOGADO TO PTI-OPERADOR
                 CALL "RELTITULAR" USING W-PARAM-TITULAR
                 MOVE PTI-MSG TO WMSG
              END-IF
              PERFORM 350-REL-TITULAR
           END-IF

           PERFORM 100-MENU.

      * CONSULTA INTERATIVA DO RESULTADO DA ULTIMA DISTRIBUICAO PARA
      * UM UNICO CLIENTE, SEM PRECISAR GERAR E ABRIR O RELDISTRIB.CSV.
       400-CONSULTAR-DISTRIB.
           END-READ

           IF FS-DISTRIB EQUAL "00"
              PERFORM 425-VERIFICAR-EQUIPE
           END-IF

           IF FS-DISTRIB EQUAL "00"
              AND VEQ-VENDEDOR-PERMITIDO
              MOVE D-RUN-ID       TO W-HD-RUN
              MOVE D-COD-VENDEDOR TO W-HD-VENDEDOR
              MOVE DISTANCIA      TO W-HD-DISTANCIA
           END-READ

           IF FS-DISTRIB EQUAL "00"
              PERFORM 425-VERIFICAR-EQUIPE
           END-IF

           IF FS-DISTRIB EQUAL "00"
              AND VEQ-VENDEDOR-PERMITIDO
              MOVE D-RUN-ID       TO WHC-RUN
              MOVE D-COD-VENDEDOR TO WHC-VENDEDOR
              MOVE DISTANCIA      TO WHC-DISTANCIA
           IF FS-DISTRIB EQUAL "00"
              MOVE "S" TO W-DIST-ENCONTRADO

              PERFORM 425-VERIFICAR-EQUIPE

              IF D-ATRIBUIDO AND VEQ-VENDEDOR-PERMITIDO
                 MOVE D-COD-VENDEDOR TO COD-VENDEDOR
                 READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

                 MOVE ZEROS  TO W-RES-COD-VENDEDOR
                 MOVE SPACES TO W-RES-NOME-VENDEDOR
                 MOVE ZEROS  TO W-RES-DISTANCIA
                 IF D-ATRIBUIDO
                    MOVE "CLIENTE ATENDIDO FORA DA SUA EQUIPE" TO WMSG
                 ELSE
                    MOVE "CLIENTE SEM VENDEDOR ATRIBUIDO NA ULTIMA DI
      -"STRIBUICAO" TO WMSG
                 END-IF
              END-IF
           END-IF.

      * SUPERVISOR DE EQUIPE SO VE O VENDEDOR DA PROPRIA EQUIPE -
      * REGISTRO SEM VENDEDOR ATRIBUIDO NAO TEM O QUE ESCONDER.
       425-VERIFICAR-EQUIPE.
           MOVE "S" TO VEQ-PERMITIDO

           IF D-ATRIBUIDO
              MOVE W-OPERADOR-LOGADO TO VEQ-OPERADOR
              MOVE D-COD-VENDEDOR    TO VEQ-COD-VENDEDOR
              CALL "VEREQUIPE" USING W-PARAM-EQUIPE
           END-IF.

       END PROGRAM MENU.
