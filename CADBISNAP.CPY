      *-----------------------------------------------------------------
      * CADBISNAP.CPY
      * LAYOUT DA FOTOGRAFIA DO EXTRATO DO BI (ARQ-BISNAP) - UM
      * REGISTRO POR LINHA JA ENTREGUE AO DATA WAREHOUSE, COM A
      * IMPRESSAO DIGITAL (CALCULO DO AUDLACRE) DO CONTEUDO ENVIADO.
      * O EXPBI COMPARA CADA REGISTRO DOS CADASTROS COM A FOTOGRAFIA
      * PARA MANDAR SO O QUE MUDOU. A IMPRESSAO NOVA FICA PENDENTE
      * (BS-LACRE-PEND) ATE O FIM DA EXTRACAO E SO ENTAO E
      * CONFIRMADA EM BS-LACRE - EXTRACAO INTERROMPIDA NAO CONFIRMA
      * NADA, E A SEGUINTE MANDA DE NOVO O QUE FICOU PARA TRAS.
      * BS-LACRE ZERADO E LINHA AINDA NUNCA CONFIRMADA.
      *-----------------------------------------------------------------
       01  ARQ-BISNAP-REG.
           03 BS-CHAVE-SNAP.
              05 BS-ARQUIVO        PIC X(002).
              05 BS-CHAVE-REG      PIC X(030).
           03 BS-LACRE             PIC 9(010).
           03 BS-ID-VISTO          PIC 9(016).
           03 BS-LACRE-PEND        PIC 9(010).
           03 BS-ID-PEND           PIC 9(016).
           03 BS-MOV-PEND          PIC X(001).
              88 BS-PEND-INCLUSAO     VALUE "I".
              88 BS-PEND-ALTERACAO    VALUE "M".
              88 BS-PEND-EXCLUSAO     VALUE "E".
