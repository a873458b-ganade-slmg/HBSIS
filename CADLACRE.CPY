      *-----------------------------------------------------------------
      * CADLACRE.CPY
      * LAYOUT DA ANCORA DAS CORRENTES DE LACRE DAS TRILHAS DE
      * AUDITORIA (ARQ-LACRE) - UM REGISTRO POR TRILHA (CADCLIENTE.AUD,
      * CADVENDEDOR.AUD, AS TRILHAS AUDGERAL E SEGURANCA.JRN) COM A
      * SEQUENCIA E O LACRE DO ULTIMO REGISTRO GRAVADO. O AUDLACRE
      * AVANCA A ANCORA A CADA GRAVACAO (LEITURA COM LOCK +
      * REGRAVACAO, COMO O CADNUMERO); O CHKAUDIT CONFERE O FIM DE
      * CADA TRILHA CONTRA ELA - REGISTROS APAGADOS DO FIM DO ARQUIVO
      * NAO QUEBRAM ELO NENHUM, MAS DEIXAM A ANCORA A FRENTE.
      *-----------------------------------------------------------------
       01  ARQ-LACRE-REG.
           03 LAC-TRILHA           PIC X(020).
           03 LAC-ULTIMA-SEQ       PIC 9(009).
           03 LAC-ULTIMO-LACRE     PIC 9(010).
           03 LAC-DATA             PIC 9(008).
           03 LAC-HORA             PIC 9(008).
