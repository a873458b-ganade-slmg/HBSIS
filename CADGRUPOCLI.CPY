      *-----------------------------------------------------------------
      * CADGRUPOCLI.CPY
      * LAYOUT DO REGISTRO DE VINCULO CLIENTE X GRUPO ECONOMICO
      * (ARQ-GRUPOCLI) - CADA CLIENTE PERTENCE A NO MAXIMO UM GRUPO
      * (CHAVE ALTERNADA UNICA GC-COD-CLIENTE). A MATRIZ TAMBEM TEM
      * O SEU VINCULO. VINCULO CUJA RAIZ DE CNPJ CONFERE COM A DO
      * GRUPO E FILIAL CONFIRMADA: O CHKDADOS DEIXA DE APONTA-LA
      * COMO RAIZ DUPLICADA. MANTIDO PELO CADGRUPO; LIDO PELO
      * CHKDADOS, PELO RELGRUPO E PELO FAZDISTRIB.
      *-----------------------------------------------------------------
       01  ARQ-GRUPOCLI-REG.
           03 GC-CHAVE-GRUPOCLI.
              05 GC-COD-GRUPO      PIC 9(005).
              05 GC-COD-CLIENTE    PIC 9(007).
           03 GC-DATA-VINCULO      PIC 9(008).
           03 GC-OPERADOR          PIC X(008).
