      *-----------------------------------------------------------------
      * CADPERIODO.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DOS PERIODOS COMERCIAIS
      * (ARQ-PERIODO) - UM REGISTRO POR COMPETENCIA (AAAAMM) JA
      * FECHADA PELO FAZFECHAMES. COMPETENCIA SEM REGISTRO ESTA
      * ABERTA. COM A SITUACAO "F" O CADPEDIDO, O IMPPEDIDO E A
      * LIBERACAO DO CADCREDITO RECUSAM PEDIDO DATADO NO MES E O
      * FAZCOMISS NAO RECALCULA A COMPETENCIA (CONSULTA PELO
      * VERPERIODO). A REABERTURA E FEITA PELO ADMINISTRADOR NO
      * CADPERIODO ("R"); O FECHAMENTO SEGUINTE GRAVA UMA NOVA VERSAO
      * NO LIVRO DE COMISSOES FECHADAS (CADFECHCOM).
      *-----------------------------------------------------------------
       01  ARQ-PERIODO-REG.
           03 PER-ANO-MES          PIC 9(006).
           03 PER-SITUACAO         PIC X(001).
              88 PER-FECHADO          VALUE "F".
              88 PER-REABERTO         VALUE "R".
      * QUANTIDADE DE FECHAMENTOS DA COMPETENCIA - E A VERSAO DAS
      * LINHAS GRAVADAS NO CADFECHCOM NO ULTIMO FECHAMENTO.
           03 PER-VERSAO           PIC 9(003).
           03 PER-DATA-FECHAMENTO  PIC 9(008).
           03 PER-HORA-FECHAMENTO  PIC 9(008).
           03 PER-QTD-VENDEDORES   PIC 9(005).
           03 PER-TOTAL-COMISSAO   PIC 9(013)V9(002).
           03 PER-TOTAL-ESTORNADO  PIC 9(013)V9(002).
      * ULTIMA REABERTURA (MANTIDA NO REGISTRO APOS O NOVO FECHAMENTO
      * - A TRILHA COMPLETA FICA NO CADPERIODO.AUD).
           03 PER-DATA-REABERTURA  PIC 9(008).
           03 PER-OPERADOR-REABERTURA PIC X(008).
           03 PER-MOTIVO-REABERTURA PIC X(040).
