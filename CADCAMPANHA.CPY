      *-----------------------------------------------------------------
      * CADCAMPANHA.CPY
      * LAYOUT DO REGISTRO DE CAMPANHAS DE VENDA (ARQ-CAMPANHA) -
      * CAMPANHA DO MARKETING COM PERIODO FECHADO, ATE 10 PRODUTOS DO
      * CADPRODUTO E ATE 5 REGIOES ALVO (TODAS EM BRANCO = TODAS AS
      * REGIOES). A META DE VOLUME DE CADA VENDEDOR FICA NO
      * CADCAMPMETA. MANTIDO PELO CADCAMPANHA; O RELCAMPANHA MEDE O
      * SELL-THROUGH E O RELROTA DESTACA OS PRODUTOS NA FOLHA DE ROTA
      * DURANTE A CAMPANHA.
      *-----------------------------------------------------------------
       01  ARQ-CAMPANHA-REG.
           03 CP-COD-CAMPANHA      PIC 9(004).
           03 CP-DESCRICAO         PIC X(040).
           03 CP-DATA-INICIO       PIC 9(008).
           03 CP-DATA-FIM          PIC 9(008).
           03 CP-PRODUTO           OCCURS 10 TIMES PIC 9(005).
           03 CP-REGIAO            OCCURS 5 TIMES  PIC X(003).
