      *-----------------------------------------------------------------
      * CADFECHCOM.CPY
      * LAYOUT DO LIVRO DE COMISSOES FECHADAS (ARQ-FECHCOM) - UMA
      * LINHA POR COMPETENCIA, VENDEDOR E VERSAO DO FECHAMENTO, COM OS
      * VALORES DO FAZCOMISS.FOL QUE FORAM PAGOS. O FAZFECHAMES SO
      * INCLUI (WRITE): LINHA JA GRAVADA NUNCA E REGRAVADA NEM
      * EXCLUIDA. UM NOVO FECHAMENTO APOS REABERTURA GRAVA A VERSAO
      * SEGUINTE, E A DIFERENCA ENTRE AS VERSOES E O AJUSTE A ACERTAR
      * NA FOLHA.
      *-----------------------------------------------------------------
       01  ARQ-FECHCOM-REG.
           03 FC-CHAVE-FECHCOM.
              05 FC-ANO-MES        PIC 9(006).
              05 FC-COD-VENDEDOR   PIC 9(003).
              05 FC-VERSAO         PIC 9(003).
           03 FC-DATA-FECHAMENTO   PIC 9(008).
           03 FC-HORA-FECHAMENTO   PIC 9(008).
      * DATA/HORA DE GERACAO DO FAZCOMISS.FOL QUE FOI FECHADO.
           03 FC-DATA-GERACAO-FOL  PIC 9(008).
           03 FC-HORA-GERACAO-FOL  PIC 9(008).
           03 FC-TOTAL-VENDAS      PIC 9(013)V9(002).
           03 FC-TOTAL-COMISSAO    PIC 9(011)V9(002).
           03 FC-VALOR-LIBERADO    PIC 9(011)V9(002).
           03 FC-VALOR-RETIDO      PIC 9(011)V9(002).
           03 FC-VALOR-ESTORNADO   PIC 9(011)V9(002).
           03 FC-PCT-ATINGIDO      PIC 9(005)V9(002).
           03 FC-FATOR-FAIXA       PIC 9(003)V9(002).
