      *-----------------------------------------------------------------
      * CADGRUPO.CPY
      * LAYOUT DO REGISTRO DE GRUPOS ECONOMICOS (ARQ-GRUPO) - REDE DE
      * LOJAS CADASTRADAS COMO CLIENTES SEPARADOS, COM A MESMA RAIZ
      * DE CNPJ (8 PRIMEIRAS POSICOES) E UM CLIENTE MATRIZ. A RAIZ E
      * A DO CNPJ DA MATRIZ NO MOMENTO DO CADASTRO. AS FILIAIS FICAM
      * NO CADGRUPOCLI. MANTIDO PELO CADGRUPO.
      *-----------------------------------------------------------------
       01  ARQ-GRUPO-REG.
           03 GR-COD-GRUPO         PIC 9(005).
           03 GR-NOME              PIC X(040).
           03 GR-RAIZ-CNPJ         PIC X(008).
           03 GR-COD-MATRIZ        PIC 9(007).
           03 GR-DATA-CADASTRO     PIC 9(008).
           03 GR-OPERADOR          PIC X(008).
