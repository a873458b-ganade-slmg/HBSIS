      *-----------------------------------------------------------------
      * CADCARGA.CPY
      * LAYOUT DO CONTROLE DE CARGAS DAS ALIMENTACOES EXTERNAS
      * (ARQ-CARGA) - UM REGISTRO POR ALIMENTACAO (IMPPEDIDO,
      * IMPTITULO, IMPVISITA), REGRAVADO PELO PROPRIO IMPORTADOR AO
      * FIM DE CADA CARGA CONCLUIDA. A DATA DE GERACAO E A DO HEADER
      * DO ENVELOPE (ZEROS NA ALIMENTACAO SEM ENVELOPE). O VERDEFASA
      * LE DAQUI A ULTIMA CARGA PARA OS RELATORIOS CONFERIREM SE A
      * ENTRADA ESTA EM DIA.
      *-----------------------------------------------------------------
       01  ARQ-CARGA-REG.
           03 CG-ALIMENTACAO       PIC X(012).
           03 CG-DATA-CARGA        PIC 9(008).
           03 CG-HORA-CARGA        PIC 9(008).
           03 CG-DATA-GERACAO      PIC 9(008).
           03 CG-HORA-GERACAO      PIC 9(008).
           03 CG-QTD-LIDOS         PIC 9(009).
           03 CG-QTD-GRAVADOS      PIC 9(009).
           03 CG-QTD-REJEITADOS    PIC 9(009).
