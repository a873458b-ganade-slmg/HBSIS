      *-----------------------------------------------------------------
      * CADRESFIL.CPY
      * LAYOUT DA FOTOGRAFIA MENSAL POR FILIAL (ARQ-RESFIL) - GRAVADA
      * PELO RELFILIAL COM OS NUMEROS QUE NAO TEM HISTORICO NOS
      * CADASTROS (CLIENTES E VENDEDORES ATIVOS, CASOS ABERTOS NA
      * TRIAGEM). A GERACAO DO MES CORRENTE REGRAVA A FOTOGRAFIA; O
      * RELATORIO DO MES SEGUINTE LE DAQUI A COLUNA DO MES ANTERIOR.
      * FILIAL EM BRANCO E A DOS CADASTROS SEM FILIAL.
      *-----------------------------------------------------------------
       01  ARQ-RESFIL-REG.
           03 RF-CHAVE-RESFIL.
              05 RF-ANO-MES        PIC 9(006).
              05 RF-FILIAL         PIC X(002).
           03 RF-QTD-CLI-ATIVOS    PIC 9(007).
           03 RF-QTD-VEN-ATIVOS    PIC 9(005).
           03 RF-QTD-TRIAGEM       PIC 9(007).
           03 RF-DATA-FOTOGRAFIA   PIC 9(008).
