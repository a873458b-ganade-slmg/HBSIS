           03 PS-CONTATO           PIC X(030).
           03 PS-DATA-CADASTRO     PIC 9(008).
           03 PS-COD-CLIENTE-GERADO PIC 9(007).
      *-----------------------------------------------------------------
      * VENDEDOR RESPONSAVEL PELO PROSPECT (ZERO = SEM RESPONSAVEL)
      * - INFORMADO NA INCLUSAO OU NA TROCA DE ESTAGIO; O RELFUNIL
      * ABRE O FUNIL POR ELE. AS MUDANCAS DE ESTAGIO FICAM NA TRILHA
      * CADPROSPECT.AUD (LAYOUT AUDGERAL, CHAVE = CODIGO DO PROSPECT,
      * ESTAGIO NA PRIMEIRA POSICAO DOS VALORES ANTES/DEPOIS).
      *-----------------------------------------------------------------
           03 PS-COD-VENDEDOR      PIC 9(003).
      *-----------------------------------------------------------------
      * CEP DO ENDERECO (ZERO = NAO INFORMADO) - CONFERIDO NA BASE DE
      * CEP (VERCEP) NA INCLUSAO E LEVADO AO CLIENTE NA CONVERSAO.
      *-----------------------------------------------------------------
           03 PS-CEP               PIC 9(008).
