           03 CID-STATUS           PIC X(001).
              88 CIDADE-ATIVA         VALUE "A".
              88 CIDADE-INATIVA       VALUE "I".
      *-----------------------------------------------------------------
      * INDICADORES OFICIAIS DO MUNICIPIO (CODIGO IBGE, POPULACAO E
      * PIB MUNICIPAL EM R$ MIL, COM O ANO DE REFERENCIA), CARREGADOS
      * PELO IMPMUNIC A PARTIR DO ARQUIVO PERIODICO DO IBGE - O
      * RELPOTENC CONFRONTA COM ELES A PRESENCA DA EMPRESA NA CIDADE.
      * ZERADOS (OU EM BRANCO NO REGISTRO ANTERIOR AOS CAMPOS) =
      * CIDADE AINDA SEM INDICADOR.
      *-----------------------------------------------------------------
           03 CID-COD-IBGE         PIC 9(007).
           03 CID-ANO-INDICADOR    PIC 9(004).
           03 CID-POPULACAO        PIC 9(009).
           03 CID-PIB-MIL          PIC 9(011).
           03 CID-DATA-INDICADOR   PIC 9(008).
