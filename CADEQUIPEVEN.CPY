      *-----------------------------------------------------------------
      * CADEQUIPEVEN.CPY
      * LAYOUT DO VINCULO VENDEDOR X EQUIPE (ARQ-EQUIPEVEN) - CHAVE
      * EQUIPE+VENDEDOR PARA LISTAR A EQUIPE E CHAVE ALTERNADA
      * UNICA EV-COD-VENDEDOR: O VENDEDOR PERTENCE A UMA SO EQUIPE.
      * MANTIDO PELO CADEQUIPE; LIDO PELO VEREQUIPE E PELOS RELATORIOS
      * COM SUBTOTAL DE EQUIPE.
      *-----------------------------------------------------------------
       01  ARQ-EQUIPEVEN-REG.
           03 EV-CHAVE-EQUIPEVEN.
              05 EV-COD-EQUIPE     PIC 9(003).
              05 EV-COD-VENDEDOR   PIC 9(003).
           03 EV-DATA-VINCULO      PIC 9(008).
           03 EV-OPERADOR          PIC X(008).
