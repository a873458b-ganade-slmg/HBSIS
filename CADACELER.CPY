      *-----------------------------------------------------------------
      * CADACELER.CPY
      * LAYOUT DO REGISTRO DA TABELA DE ACELERADORES DE COMISSAO
      * (ARQ-ACELER) - FAIXAS DE ATINGIMENTO DA META DO MES
      * (CADMETA), COM VIGENCIA POR DATA COMO O CADPARAM: VALE O
      * CONJUNTO DE FAIXAS DE MAIOR DATA DE VIGENCIA QUE NAO
      * ULTRAPASSE O ULTIMO DIA DA COMPETENCIA. CADA FAIXA COMECA EM
      * AC-PCT-MINIMO DE ATINGIMENTO E VAI ATE A FAIXA SEGUINTE;
      * AC-FATOR E O PERCENTUAL APLICADO SOBRE A COMISSAO DO
      * SEGMENTO (100,00 = TAXA NORMAL). MANTIDO PELO CADACELER E
      * LIDO PELO FAZCOMISS.
      *-----------------------------------------------------------------
       01  ARQ-ACELER-REG.
           03 AC-CHAVE-ACELER.
              05 AC-DATA-VIGENCIA  PIC 9(008).
              05 AC-PCT-MINIMO     PIC 9(003)V9(002).
           03 AC-FATOR             PIC 9(003)V9(002).
