      *-----------------------------------------------------------------
      * AUDGERAL.CPY
      * LAYOUT GENERICO DE TRILHA DE AUDITORIA DAS TABELAS DE APOIO
      * (CADPARAM.AUD, CADEXCECAO.AUD, CADAUSENCIA.AUD, CADCIDADE.AUD,
      * CADPEDIDO.AUD, CADCREDITO.AUD, CADACELER.AUD,
      * CADDEVOLUCAO.AUD, CADPRECO.AUD, CADGRUPO.AUD, CADEQUIPE.AUD,
      * CADPROSPECT.AUD, CADPERIODO.AUD E CADREGIAO.AUD)
      * - OPERADOR, DATA/HORA, OPERACAO (INC/ALT/EXC), A CHAVE DO
      * REGISTRO EM TEXTO E O VALOR ANTES E DEPOIS TAMBEM EM TEXTO.
      * OS REGISTROS DESSES ARQUIVOS SAO PEQUENOS DEMAIS PARA MERECER
      * UMA TRILHA ESPECIFICA CADA UM, COMO AS DE CLIENTES E
      * VENDEDORES; O RELAUDIT LE ESTE LAYOUT PARA AS ORIGENS
      * GENERICAS.
      *-----------------------------------------------------------------
       01  REG-AUDGERAL.
           03 AG-OPERADOR          PIC X(008).
           03 AG-CHAVE             PIC X(030).
           03 AG-VALOR-ANTES       PIC X(060).
           03 AG-VALOR-DEPOIS      PIC X(060).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AG-SEQ-LACRE         PIC 9(009).
           03 AG-LACRE             PIC 9(010).
