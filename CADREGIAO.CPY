      *-----------------------------------------------------------------
      * CADREGIAO.CPY
      * LAYOUT DA TABELA DE REGIOES COMERCIAIS (ARQ-REGIAO) MANTIDA
      * PELO CADREGIAO - O CODIGO DE 3 POSICOES USADO EM
      * REGIAO-CLIENTE, REGIAO-VENDEDOR, CID-REGIAO E FAT-REGIAO, COM
      * A DESCRICAO, A FILIAL (CENTRO DE DISTRIBUICAO) A QUE A REGIAO
      * PERTENCE E O GERENTE RESPONSAVEL (CODIGO DE OPERADOR DO
      * CADOPERADOR). OS CADASTROS E AS IMPORTACOES SO ACEITAM CODIGO
      * ATIVO DA TABELA (CONSULTA PELO VERREGIAO) E OS RELATORIOS
      * IMPRIMEM A DESCRICAO. REGIAO NAO E EXCLUIDA, SO DESATIVADA,
      * PARA OS CADASTROS ANTIGOS CONTINUAREM DESCRITOS.
      *-----------------------------------------------------------------
       01  ARQ-REGIAO-REG.
           03 RG-CODIGO            PIC X(003).
           03 RG-DESCRICAO         PIC X(030).
           03 RG-FILIAL            PIC X(002).
           03 RG-GERENTE           PIC X(008).
           03 RG-SITUACAO          PIC X(001).
              88 RG-ATIVA             VALUE "A".
              88 RG-INATIVA           VALUE "I".
           03 RG-DATA-ALTERACAO    PIC 9(008).
           03 RG-OPERADOR          PIC X(008).
