           03 SIS-VALOR            PIC 9(011)V9(002)  VALUE ZEROS.
           03 SIS-ACHOU            PIC X(001)         VALUE "N".

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

          02 LINE 07 COL 10 VALUE "(1) INCLUIR VIGENCIA".
          02 LINE 08 COL 10 VALUE "(2) EXCLUIR VIGENCIA".
          02 LINE 09 COL 10 VALUE "(3) CONSULTAR VALOR VIGENTE".
          02 LINE 10 COL 10 VALUE "(4) LISTA DOS NOMES DE PARAMETROS".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 12 COL 10 VALUE
             "(NOMES: FATOR-BALANCEIO, INTERVALO-CHECKPOINT,".
      -   "BOLSO, ANOS-ANONIMIZACAO,".
          02 LINE 16 COL 11 VALUE
             "LIMITE-NAO-ATRIB, DIAS-APROV-ALERTA, DIAS-RETENCAO-REL, C
      -   "ONGELA-CADASTRO,".
          02 LINE 17 COL 11 VALUE
             "COMISSAO-RECEBIDO-DE, DIAS-ESTORNO-COMISS, PCT-ALERTA-PROJ
      -   "ECAO)".
          02 LINE 18 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 18 COL 27 PIC 9 TO WOPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 TELA-NOMES.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 02 COL 15 VALUE "LOGISTICA DE DISTRIBUICAO CLIENTES x
      -"VENDEDORES".
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 10 VALUE "NOMES DOS PARAMETROS DO SISTEMA".
          02 LINE 05 COL 03 VALUE "ANOS-ANONIMIZACAO".
          02 LINE 05 COL 29 VALUE "DIAS-SEMANA-ROTA".
          02 LINE 05 COL 55 VALUE "PCT-CRESC-MES-VOL".
          02 LINE 06 COL 03 VALUE "BLOQUEIO-DEFASAGEM".
          02 LINE 06 COL 29 VALUE "DISTANCIA-VISITA-MAX".
          02 LINE 06 COL 55 VALUE "PCT-MARGEM-BRUTA".
          02 LINE 07 COL 03 VALUE "CLASSIF-DIAS-QUINZE".
          02 LINE 07 COL 29 VALUE "FATOR-BALANCEIO".
          02 LINE 07 COL 55 VALUE "PCT-QUEDA-VOL".
          02 LINE 08 COL 03 VALUE "CLASSIF-DIAS-SEMANA".
          02 LINE 08 COL 29 VALUE "IDADE-MAX-<CARGA>".
          02 LINE 08 COL 55 VALUE "PRAZO-CHAMADO-NORMAL".
          02 LINE 09 COL 03 VALUE "CLASSIF-PCT-A/B".
          02 LINE 09 COL 29 VALUE "INTERVALO-CHECKPOINT".
          02 LINE 09 COL 55 VALUE "PRAZO-CHAMADO-URG".
          02 LINE 10 COL 03 VALUE "COMISSAO-RECEBIDO-DE".
          02 LINE 10 COL 29 VALUE "LIMITE-DIVERG-CONCIL".
          02 LINE 10 COL 55 VALUE "PRAZO-MAX-TITULO".
          02 LINE 11 COL 03 VALUE "COMISSAO-SEGMENTO-A/B/C".
          02 LINE 11 COL 29 VALUE "LIMITE-IMPACTO-AUSEN".
          02 LINE 11 COL 55 VALUE "QTD-MINIMA-VOL".
          02 LINE 12 COL 03 VALUE "CONGELA-CADASTRO".
          02 LINE 12 COL 29 VALUE "LIMITE-NAO-ATRIB".
          02 LINE 12 COL 55 VALUE "QTD-PEDIDOS-SUGESTAO".
          02 LINE 13 COL 03 VALUE "CUSTO-TEMPO-VISITA".
          02 LINE 13 COL 29 VALUE "LIMITE-TENTATIVAS".
          02 LINE 13 COL 55 VALUE "QTD-PROSPECTOS-ROTA".
          02 LINE 14 COL 03 VALUE "DESCONTO-MAXIMO".
          02 LINE 14 COL 29 VALUE "MANTER-GRUPO-VEND".
          02 LINE 14 COL 55 VALUE "TIMEOUT-SESSAO".
          02 LINE 15 COL 03 VALUE "DIAS-APROV-ALERTA".
          02 LINE 15 COL 29 VALUE "MELHORAR-TROCAS".
          02 LINE 15 COL 55 VALUE "TOLERANCIA-CONCILIA".
          02 LINE 16 COL 03 VALUE "DIAS-CARENCIA-TITULO".
          02 LINE 16 COL 29 VALUE "MESES-DORMENCIA".
          02 LINE 16 COL 55 VALUE "VALIDADE-SENHA".
          02 LINE 17 COL 03 VALUE "DIAS-ESTORNO-COMISS".
          02 LINE 17 COL 29 VALUE "PASSADAS-TROCA".
          02 LINE 17 COL 55 VALUE "VALOR-KM-REEMBOLSO".
          02 LINE 18 COL 03 VALUE "DIAS-HISTORICO-VOL".
          02 LINE 18 COL 29 VALUE "PCT-ALERTA-PROJECAO".
          02 LINE 18 COL 55 VALUE "VELOC-MEDIA-ROTA".
          02 LINE 19 COL 03 VALUE "DIAS-RETENCAO-REL".
          02 LINE 19 COL 29 VALUE "PCT-CRESC-DIA-VOL".
          02 LINE 20 COL 03 VALUE
             "<CARGA>: IMPPEDIDO, IMPTITULO, IMPVISITA, RODADA, EXPCRM".
          02 LINE 20 COL 62 "VOLTAR: (.)".
          02 LINE 20 COL 71, PIC X TO W-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

       01 INCLUSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
                PERFORM 300-EXCLUSAO
             WHEN 3
                PERFORM 400-CONSULTA
             WHEN 4
                PERFORM 500-LISTAR-NOMES
             WHEN 9
                GOBACK
           END-EVALUATE
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPARAM.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL

           PERFORM 000-INICIO.

      * LISTA DOS NOMES LIDOS PELOS PROGRAMAS VIA SISPARAM - NOME
      * SEM VIGENCIA CADASTRADA FICA COM O PADRAO DO PROGRAMA.
       500-LISTAR-NOMES.

           DISPLAY TELA-NOMES
           ACCEPT  TELA-NOMES

           PERFORM 000-INICIO.

       END PROGRAM CADPARAM.
