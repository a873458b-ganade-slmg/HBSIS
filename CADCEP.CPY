      *-----------------------------------------------------------------
      * CADCEP.CPY
      * LAYOUT DA BASE DE CEP (ARQ-CEP) CARREGADA PELO IMPCEP A PARTIR
      * DO EXTRATO DOS CORREIOS - UM REGISTRO POR CEP COM LOGRADOURO,
      * BAIRRO, CIDADE, UF E AS COORDENADAS APROXIMADAS DO CEP
      * (ZERADAS QUANDO O EXTRATO NAO AS TRAZ). CONSULTADA PELO
      * VERCEP NA INCLUSAO DE CLIENTES E PROSPECTS: CONFERE O CEP
      * CONTRA CIDADE/UF, PRE-PREENCHE O ENDERECO E DA COORDENADAS
      * MAIS FINAS QUE O CENTRO DA CIDADE DO GEOCODIFICA.
      *-----------------------------------------------------------------
       01  ARQ-CEP-REG.
           03 CEP-CODIGO           PIC 9(008).
           03 CEP-LOGRADOURO       PIC X(040).
           03 CEP-BAIRRO           PIC X(030).
           03 CEP-CIDADE           PIC X(030).
           03 CEP-UF               PIC X(002).
           03 CEP-LATITUDE         PIC S9(003)V9(008).
           03 CEP-LONGITUDE        PIC S9(003)V9(008).
           03 CEP-DATA-CARGA       PIC 9(008).
