      *-----------------------------------------------------------------
      * CADCONSENT.CPY
      * LAYOUT DO HISTORICO DE CONSENTIMENTO LGPD (ARQ-CONSENT) - UM
      * REGISTRO POR MUDANCA DO CONSENTIMENTO DO CLIENTE, GRAVADO PELO
      * CADCLIENTE: COMO FICARAM AS DUAS MARCAS, DE ONDE VEIO O
      * CONSENTIMENTO, QUEM REGISTROU E O CONTATO A QUEM ELE SE
      * REFERIA NA EPOCA. O CADASTRO SO GUARDA A SITUACAO ATUAL; O
      * RELTITULAR LISTA ESTE HISTORICO NO RELATORIO DO TITULAR.
      *-----------------------------------------------------------------
       01  ARQ-CONSENT-REG.
           03 CS-CHAVE-CONSENT.
              05 CS-COD-CLIENTE    PIC 9(007).
              05 CS-DATA           PIC 9(008).
              05 CS-HORA           PIC 9(008).
           03 CS-CONSENTE-CONTATO  PIC X(001).
           03 CS-CONSENTE-COMPARTILHA PIC X(001).
           03 CS-ORIGEM            PIC X(001).
           03 CS-OPERADOR          PIC X(008).
           03 CS-CONTATO           PIC X(030).
           03 CS-TELEFONE          PIC X(015).
