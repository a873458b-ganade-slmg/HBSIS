           03 W-CSV-LON-TXT       PIC X(013).
       01  W-CSV-LON-ED REDEFINES W-CSV-LON-GRUPO PIC -ZZ9,99999999.

      * CONFERENCIA DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SO
      * CODIGO ATIVO DA TABELA E ACEITO NA INCLUSAO, NA TROCA DE
      * REGIAO DA ALTERACAO E NA CARGA EM LOTE.
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

              IF W-NOME-CIDADE EQUAL SPACES
                 MOVE "INFORME O NOME DA CIDADE" TO WMSG
              ELSE
                 MOVE W-REGIAO-CID TO W-REGIAO-VERIF
                 PERFORM 510-CONFERIR-REGIAO
                 MOVE W-REGIAO-VERIF  TO W-REGIAO-CID
                 MOVE W-MOTIVO-REGIAO TO WMSG
              END-IF

              IF WMSG EQUAL SPACES
                 OPEN I-O ARQ-CIDADE

                 MOVE FUNCTION UPPER-CASE(W-NOME-CIDADE) TO CID-NOME
                 MOVE FUNCTION UPPER-CASE(W-UF-CIDADE)   TO CID-UF
                 MOVE W-LATITUDE-CID  TO CID-LATITUDE
                 MOVE W-LONGITUDE-CID TO CID-LONGITUDE
                 MOVE W-REGIAO-CID    TO CID-REGIAO
                 SET CIDADE-ATIVA TO TRUE
                 PERFORM 420-LIMPAR-INDICADORES

                 WRITE ARQ-CIDADE-REG
                   INVALID KEY MOVE "22" TO FS-CIDADE
              DISPLAY ALTERACAO
              ACCEPT  ALTERACAO

      * A REGIAO SO E CONFERIDA QUANDO TROCA.
              MOVE SPACES TO W-MOTIVO-REGIAO
              MOVE FUNCTION UPPER-CASE(W-REGIAO-CID) TO W-REGIAO-CID
              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-REGIAO-CID NOT EQUAL CID-REGIAO
                 MOVE W-REGIAO-CID TO W-REGIAO-VERIF
                 PERFORM 510-CONFERIR-REGIAO
                 MOVE W-REGIAO-VERIF TO W-REGIAO-CID
              END-IF

              IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL "S"
                 AND W-MOTIVO-REGIAO EQUAL SPACES
                 MOVE W-LATITUDE-CID  TO CID-LATITUDE
                 MOVE W-LONGITUDE-CID TO CID-LONGITUDE
                 MOVE W-REGIAO-CID    TO CID-REGIAO

                 REWRITE ARQ-CIDADE-REG

                 PERFORM 710-MONTAR-VALOR-CIDADE
                 PERFORM 700-GRAVAR-AUDITORIA
              ELSE
                 IF W-MOTIVO-REGIAO NOT EQUAL SPACES
                    MOVE W-MOTIVO-REGIAO TO WMSG
                 END-IF
                 MOVE 9 TO WSAIR
              END-IF
           END-IF
           CLOSE ARQ-CIDADE.

      * CARGA EM LOTE A PARTIR DE ARQUIVO DELIMITADO - CIDADE JA
      * EXISTENTE TEM AS COORDENADAS ATUALIZADAS (REGRAVA, SEM MEXER
      * NOS INDICADORES DO IMPMUNIC), CIDADE NOVA E INCLUIDA ATIVA.
       400-CARGA-LOTE.

           INITIALIZE WCONTADORES
                  W-CSV-REGIAO-TXT
           END-UNSTRING

           MOVE W-CSV-REGIAO-TXT TO W-REGIAO-VERIF
           PERFORM 510-CONFERIR-REGIAO

           IF W-CSV-NOME-TXT EQUAL SPACES
              OR W-MOTIVO-REGIAO NOT EQUAL SPACES
              ADD 1 TO WREJEITADOS
           ELSE
              MOVE FUNCTION UPPER-CASE(W-CSV-NOME-TXT) TO CID-NOME
              MOVE FUNCTION UPPER-CASE(W-CSV-UF-TXT)   TO CID-UF
              MOVE W-CSV-LAT-ED TO CID-LATITUDE
              MOVE W-CSV-LON-ED TO CID-LONGITUDE
              MOVE W-REGIAO-VERIF TO CID-REGIAO
              SET CIDADE-ATIVA TO TRUE
              PERFORM 420-LIMPAR-INDICADORES

              WRITE ARQ-CIDADE-REG
                INVALID KEY PERFORM 415-ATUALIZAR-CIDADE
              END-WRITE

              ADD 1 TO WGRAVADOS

           READ IMP-CIDADE.

      * CIDADE JA CADASTRADA: RELE O REGISTRO PARA PRESERVAR OS
      * INDICADORES E REGRAVA COM AS COORDENADAS E A REGIAO NOVAS.
       415-ATUALIZAR-CIDADE.

           READ ARQ-CIDADE RECORD KEY IS CID-CHAVE-CIDADE
             INVALID KEY MOVE "23" TO FS-CIDADE
           END-READ

           IF FS-CIDADE EQUAL "00"
              MOVE W-CSV-LAT-ED   TO CID-LATITUDE
              MOVE W-CSV-LON-ED   TO CID-LONGITUDE
              MOVE W-REGIAO-VERIF TO CID-REGIAO
              SET CIDADE-ATIVA TO TRUE

              REWRITE ARQ-CIDADE-REG
           END-IF

           MOVE "00" TO FS-CIDADE.

      * CIDADE NOVA ENTRA SEM INDICADORES - QUEM OS PREENCHE E O
      * IMPMUNIC.
       420-LIMPAR-INDICADORES.
           MOVE ZEROS TO CID-COD-IBGE
           MOVE ZEROS TO CID-ANO-INDICADOR
           MOVE ZEROS TO CID-POPULACAO
           MOVE ZEROS TO CID-PIB-MIL
           MOVE ZEROS TO CID-DATA-INDICADOR.

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

      * CONDENSA O CONTEUDO DA CIDADE CORRENTE (REGIAO, STATUS E
      * COORDENADAS) NO CAMPO DE TEXTO DA TRILHA. A CARGA EM LOTE
      * NAO E AUDITADA REGISTRO A REGISTRO, COMO AS IMPORTACOES DOS
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADCIDADE.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
