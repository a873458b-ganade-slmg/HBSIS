           03 AUD-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AUD-STATUS-ANTES      PIC X(001).
           03 AUD-STATUS-DEPOIS     PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AUD-SEQ-LACRE        PIC 9(009).
           03 AUD-LACRE            PIC 9(010).

       FD  REJ-VENDEDOR.
       01  REJ-REGISTRO PIC X(100).
      * FILIAL DO VENDEDOR, EDITADA NAS TELAS.
       77 W-FILIAL-VEN            PIC X(002)          VALUE SPACES.

      * TETO DE DESCONTO DO VENDEDOR (PCT SOBRE A TABELA), EDITADO
      * NAS TELAS - ZERO SEGUE O PARAMETRO GERAL.
       77 W-PCT-DESCONTO-VEN      PIC 9(003)V9(002)   VALUE ZEROS.

      * TELEFONE E E-MAIL DO VENDEDOR (DESTINO DOS AVISOS DO
      * EXPAVISO), EDITADOS NAS TELAS.
       77 W-TELEFONE-VEN          PIC X(015)          VALUE SPACES.
       77 W-EMAIL-VEN             PIC X(050)          VALUE SPACES.

      *-----------------------------------------------------------
      * CONGELAMENTO DO CADASTRO DURANTE A DISTRIBUICAO: ENQUANTO O
      * TOKEN DO FAZDISTRIB (FAZDISTRIB.TRV) ESTIVER ATIVO, AS
           03 W-MAX-CLIENTES-VEN-ANT
                                  PIC  9(005)         VALUE ZEROS.

      * CONFERENCIA DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SO
      * CODIGO ATIVO DA TABELA E ACEITO NA INCLUSAO, NA TROCA DE
      * REGIAO DA ALTERACAO E NA IMPORTACAO.
       01  W-PARAM-REGIAO.
           03 PRG-CODIGO          PIC X(003)          VALUE SPACES.
           03 PRG-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PRG-FILIAL          PIC X(002)          VALUE SPACES.
           03 PRG-GERENTE         PIC X(008)          VALUE SPACES.
           03 PRG-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PRG-VALIDA          VALUE "S".
              88 PRG-INATIVA         VALUE "I".
              88 PRG-INEXISTENTE     VALUE "N".
              88 PRG-SEM-TABELA      VALUE "T".

       77 W-REGIAO-VERIF          PIC X(003)          VALUE SPACES.
       77 W-MOTIVO-REGIAO         PIC X(040)          VALUE SPACES.

       01  LKS-PARAMETRO.
           05 COMPRIMENTO         PIC S9(04) COMP.
           05 LKS-NUMERO-I        PIC 9(015).
           05 LKS-RETORNO         PIC 9(001).
           05 LKS-DIGITO-ERRO     PIC 9(001).

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
       01  LKS-PERFIL-OPERADOR     PIC X(001).
          02 LINE 13 COL 58, PIC -ZZ9,99999999 TO W-LON-EXTRA2.
          02 LINE 14 COL 10 VALUE "FILIAL         :".
          02 LINE 14 COL 27, PIC XX TO W-FILIAL-VEN.
          02 LINE 14 COL 45 VALUE "DESC MAX %.:".
          02 LINE 14 COL 58, PIC ZZ9,99 TO W-PCT-DESCONTO-VEN.
          02 LINE 15 COL 10 VALUE "TELEFONE       :".
          02 LINE 15 COL 27, PIC X(015) TO W-TELEFONE-VEN.
          02 LINE 16 COL 10 VALUE "E-MAIL         :".
          02 LINE 16 COL 27, PIC X(050) TO W-EMAIL-VEN.
          02 LINE 17 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 17 COL 39, PIC X TO W-CONFIRMA.          
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".

                                              AUTO.
          02 LINE 14 COL 10 VALUE "FILIAL         :".
          02 LINE 14 COL 27, PIC XX USING W-FILIAL-VEN AUTO.
          02 LINE 14 COL 45 VALUE "DESC MAX %.:".
          02 LINE 14 COL 58, PIC ZZ9,99 USING W-PCT-DESCONTO-VEN
                                              AUTO.
          02 LINE 15 COL 10 VALUE "TELEFONE       :".
          02 LINE 15 COL 27, PIC X(015) USING W-TELEFONE-VEN AUTO.
          02 LINE 16 COL 10 VALUE "E-MAIL         :".
          02 LINE 16 COL 27, PIC X(050) USING W-EMAIL-VEN AUTO.
          02 LINE 17 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 17 COL 40, PIC X TO W-CONFIRMA AUTO.          
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".


              MOVE FUNCTION UPPER-CASE(W-FILIAL-VEN)
                TO FILIAL-VENDEDOR
              MOVE W-PCT-DESCONTO-VEN TO PCT-DESCONTO-MAX
              MOVE W-TELEFONE-VEN     TO TELEFONE-VENDEDOR
              MOVE W-EMAIL-VEN        TO EMAIL-VENDEDOR

              ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
              MOVE DATA-CADASTRO TO DATA-ULTIMA-ALTERACAO
                 MOVE SPACES             TO AUD-STATUS-ANTES
                 MOVE STATUS-VENDEDOR    TO AUD-STATUS-DEPOIS
                 PERFORM 700-GRAVAR-AUDITORIA
              ELSE
                 MOVE W-MOTIVO-REJEICAO TO WMSG
              END-IF

              CLOSE ARQ-VENDEDOR
              MOVE W-LON-EXTRA2 TO W-LON-EXTRA2-ANT

              MOVE FILIAL-VENDEDOR TO W-FILIAL-VEN
              MOVE PCT-DESCONTO-MAX TO W-PCT-DESCONTO-VEN
              MOVE TELEFONE-VENDEDOR TO W-TELEFONE-VEN
              MOVE EMAIL-VENDEDOR   TO W-EMAIL-VEN

              DISPLAY ALTERACAO
              ACCEPT  ALTERACAO

      * A REGIAO SO E CONFERIDA QUANDO TROCA - VENDEDOR ANTIGO NUMA
      * REGIAO DESATIVADA CONTINUA SENDO ALTERAVEL NO RESTO.
              MOVE SPACES TO W-MOTIVO-REGIAO
              MOVE FUNCTION UPPER-CASE(W-REGIAO-VEN) TO W-REGIAO-VEN
              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-REGIAO-VEN NOT EQUAL W-REGIAO-VEN-ANT
                 MOVE W-REGIAO-VEN TO W-REGIAO-VERIF
                 PERFORM 510-CONFERIR-REGIAO
                 MOVE W-REGIAO-VERIF TO W-REGIAO-VEN
              END-IF

              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-MOTIVO-REGIAO EQUAL SPACES
                 MOVE DATA-CADASTRO     TO W-DATA-CADASTRO-ANT
                 MOVE BATCH-IMPORTACAO  TO W-BATCH-ANT
                 INITIALIZE ARQ-VENDEDOR-REG

                  MOVE FUNCTION UPPER-CASE(W-FILIAL-VEN)
                    TO FILIAL-VENDEDOR
                  MOVE W-PCT-DESCONTO-VEN TO PCT-DESCONTO-MAX
                  MOVE W-TELEFONE-VEN     TO TELEFONE-VENDEDOR
                  MOVE W-EMAIL-VEN        TO EMAIL-VENDEDOR

                  ACCEPT DATA-ULTIMA-ALTERACAO FROM DATE YYYYMMDD

                  END-IF
              ELSE
                 UNLOCK ARQ-VENDEDOR
                 IF W-MOTIVO-REGIAO EQUAL SPACES
                    MOVE 9 TO WSAIR
                 ELSE
                    MOVE W-MOTIVO-REGIAO TO WMSG
                 END-IF
              END-IF
           END-IF

                                           LON-PONTO-EXTRA (2)

                             MOVE SPACES TO FILIAL-VENDEDOR
                             MOVE ZEROS  TO PCT-DESCONTO-MAX
                             MOVE SPACES TO TELEFONE-VENDEDOR
                                            EMAIL-VENDEDOR

                             COMPUTE LATITUDE-VENDEDOR  =
                                     IMP-LATITUDE  / 100000000
                         LON-PONTO-EXTRA (2)

           MOVE SPACES TO FILIAL-VENDEDOR
           MOVE ZEROS  TO PCT-DESCONTO-MAX
           MOVE SPACES TO TELEFONE-VENDEDOR
                          EMAIL-VENDEDOR

           MOVE W-CSV-LAT-ED      TO LATITUDE-VENDEDOR
           MOVE W-CSV-LON-ED      TO LONGITUDE-VENDEDOR.

       500-VALIDAR.

           MOVE REGIAO-VENDEDOR TO W-REGIAO-VERIF
           PERFORM 510-CONFERIR-REGIAO
           MOVE W-REGIAO-VERIF TO REGIAO-VENDEDOR

           MOVE 0 TO LKS-RETORNO
           MOVE SPACES TO W-MOTIVO-REJEICAO
           MOVE W-CPF TO LKS-NUMERO-I
                      TO W-MOTIVO-REJEICAO
                 END-IF
              END-IF
           END-IF

           IF LKS-RETORNO EQUAL 0
              AND W-MOTIVO-REGIAO NOT EQUAL SPACES
              MOVE 1 TO LKS-RETORNO
              MOVE W-MOTIVO-REGIAO TO W-MOTIVO-REJEICAO
           END-IF.

      * CONFERE W-REGIAO-VERIF NA TABELA DE REGIOES: VOLTA EM
      * MAIUSCULAS E, QUANDO NAO ACEITA, COM O MOTIVO EM
      * W-MOTIVO-REGIAO. SEM A TABELA A REGIAO SEGUE LIVRE.
       510-CONFERIR-REGIAO.

           MOVE SPACES TO W-MOTIVO-REGIAO

           IF W-REGIAO-VERIF NOT EQUAL SPACES
              MOVE W-REGIAO-VERIF TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-CODIGO TO W-REGIAO-VERIF

              EVALUATE TRUE
                 WHEN PRG-INEXISTENTE
                    STRING "REGIAO " W-REGIAO-VERIF " NAO CADASTRADA"
                      DELIMITED BY SIZE
                      INTO W-MOTIVO-REGIAO
                 WHEN PRG-INATIVA
                    STRING "REGIAO " W-REGIAO-VERIF " DESATIVADA"
                      DELIMITED BY SIZE
                      INTO W-MOTIVO-REGIAO
              END-EVALUATE
           END-IF.

      * VERIFICA, NA ULTIMA EXECUCAO DO FAZDISTRIB REGISTRADA EM
           MOVE W-OPERADOR-ID  TO AUD-OPERADOR

           OPEN EXTEND ARQ-AUDVENDEDOR

           MOVE "CADVENDEDOR.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AUD-SEQ-LACRE
           MOVE ZEROS TO AUD-LACRE
           MOVE REG-AUDVENDEDOR TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AUD-SEQ-LACRE
           MOVE PLA-LACRE TO AUD-LACRE

           WRITE REG-AUDVENDEDOR
           CLOSE ARQ-AUDVENDEDOR.

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
