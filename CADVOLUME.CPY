      *-----------------------------------------------------------------
      * CADVOLUME.CPY
      * LAYOUT DO HISTORICO DE VOLUME DOS ARQUIVOS (ARQ-VOLUME) - UM
      * REGISTRO POR ARQUIVO E DIA DE MEDICAO, GRAVADO PELO CHKVOLUME
      * COM A QUANTIDADE DE REGISTROS CONTADA NA NOITE (CADASTROS,
      * SATELITES, CACHES, TRILHAS DE AUDITORIA E LOGS DE INTERFACE).
      * A NOITE SEGUINTE COMPARA A CONTAGEM NOVA COM A DO DIA
      * ANTERIOR E COM A DE UM MES ATRAS. ARQUIVO NAO LOCALIZADO NA
      * MEDICAO FICA GRAVADO COMO AUSENTE, COM QUANTIDADE ZERO.
      *-----------------------------------------------------------------
       01  ARQ-VOLUME-REG.
           03 VOL-CHAVE-VOLUME.
              05 VOL-ARQUIVO       PIC X(020).
              05 VOL-DATA          PIC 9(008).
           03 VOL-HORA             PIC 9(008).
           03 VOL-CLASSE           PIC X(001).
           03 VOL-SITUACAO         PIC X(001).
              88 VOL-PRESENTE         VALUE "P".
              88 VOL-AUSENTE          VALUE "A".
           03 VOL-QTD-REGISTROS    PIC 9(009).
