                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

       77 W-PCT-OCUPACAO          PIC 9(005)          VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(140) VALUE "REGIAO;NOME REGIAO;FILIAL;DEMANDA
      -" (PESOS);CAPACIDADE;FOLGA OU DEFICIT;PCT OCUPACAO;TENDENCIA DE C
      -"ARGA;SITUACAO;".

       01  WDET.
           03 WDET-REGIAO         PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME-REGIAO    PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FILIAL         PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DEMANDA        PIC ZZZZZZZZ9       VALUE ZEROS.
           03 WDET-SITUACAO       PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

      * DESCRICAO DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SEM A
      * TABELA OU SEM O CODIGO NELA A DESCRICAO SAI EM BRANCO.
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

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       500-IMPRIMIR-REGIAO.

           MOVE W-CAP-REGIAO (W-IDX-CAPAC) TO WDET-REGIAO
           MOVE W-CAP-REGIAO (W-IDX-CAPAC) TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-DESCRICAO TO WDET-NOME-REGIAO
           MOVE W-CAP-FILIAL (W-IDX-CAPAC) TO WDET-FILIAL
           MOVE W-CAP-DEMANDA (W-IDX-CAPAC) TO WDET-DEMANDA
           MOVE W-CAP-CAPACIDADE (W-IDX-CAPAC) TO WDET-CAPACIDADE
