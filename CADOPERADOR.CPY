      * ESCOLHE A FILIAL DA SESSAO NO LOGIN (OU TRABALHA COM TODAS).
      *-----------------------------------------------------------------
           03 FILIAL-OPERADOR      PIC X(002).
      *-----------------------------------------------------------------
      * "S" MARCA O OPERADOR COMO SUPERVISOR DE EQUIPE DE VENDAS - NA
      * VISAO 360 (CONSVEND) E NA CONSULTA DE DISTRIBUICAO DO MENU ELE
      * SO ENXERGA OS VENDEDORES DA(S) EQUIPE(S) QUE SUPERVISIONA NO
      * CADEQUIPE. EM BRANCO (REGISTROS ANTIGOS) OU "N" SEM RESTRICAO.
      *-----------------------------------------------------------------
           03 SUPERVISOR-OPERADOR  PIC X(001).
              88 OPERADOR-SUPERVISOR  VALUE "S".
