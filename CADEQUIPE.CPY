      *-----------------------------------------------------------------
      * CADEQUIPE.CPY
      * LAYOUT DO REGISTRO DE EQUIPES DE VENDA (ARQ-EQUIPE) - CADA
      * EQUIPE TEM UM SUPERVISOR E RESPONDE A UM GERENTE REGIONAL,
      * AMBOS CODIGOS DE OPERADOR DO CADOPERADOR (O SUPERVISOR COM
      * SUPERVISOR-OPERADOR = "S"). OS VENDEDORES DA EQUIPE FICAM NO
      * CADEQUIPEVEN. MANTIDO PELO CADEQUIPE; RELSCORE, RELMETA E
      * RELKPI SUBTOTALIZAM POR EQUIPE E POR GERENTE.
      *-----------------------------------------------------------------
       01  ARQ-EQUIPE-REG.
           03 EQ-COD-EQUIPE        PIC 9(003).
           03 EQ-NOME              PIC X(030).
           03 EQ-SUPERVISOR        PIC X(008).
           03 EQ-GERENTE           PIC X(008).
           03 EQ-DATA-ALTERACAO    PIC 9(008).
           03 EQ-OPERADOR          PIC X(008).
