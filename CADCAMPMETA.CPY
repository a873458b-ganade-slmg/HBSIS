      *-----------------------------------------------------------------
      * CADCAMPMETA.CPY
      * LAYOUT DO REGISTRO DE METAS DE CAMPANHA (ARQ-CAMPMETA) - META
      * DE VOLUME (QUANTIDADE DOS PRODUTOS DA CAMPANHA SOMADOS) POR
      * VENDEDOR EM CADA CAMPANHA DO CADCAMPANHA. MANTIDO PELO
      * CADCAMPANHA E CONFRONTADO COM O VENDIDO PELO RELCAMPANHA.
      *-----------------------------------------------------------------
       01  ARQ-CAMPMETA-REG.
           03 CM-CHAVE-CAMPMETA.
              05 CM-COD-CAMPANHA   PIC 9(004).
              05 CM-COD-VENDEDOR   PIC 9(003).
           03 CM-META-QTD          PIC 9(007).
