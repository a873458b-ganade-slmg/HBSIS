      *-----------------------------------------------------------------
      * CADAVISO.CPY
      * LAYOUT DO REGISTRO DO LOG DE AVISOS AOS VENDEDORES (ARQ-AVISO)
      * - UMA MENSAGEM POR EVENTO (CHAMADO URGENTE, CLIENTE QUE ACABOU
      * DE BLOQUEAR, MUDANCA DE PLANO, PASSAGEM DE CARTEIRA), GERADA
      * PELO EXPAVISO NO DIA DE REFERENCIA E ATUALIZADA PELO
      * IMPAVISORET COM O RETORNO (ENVIADO/FALHOU) DO GATEWAY DE
      * SMS/E-MAIL. A CHAVE (DATA + SEQUENCIA) E O IDENTIFICADOR DA
      * MENSAGEM NO ARQUIVO DE SAIDA E NO DE RETORNO.
      *-----------------------------------------------------------------
       01  ARQ-AVISO-REG.
           03 AVS-CHAVE-AVISO.
              05 AVS-DATA          PIC 9(008).
              05 AVS-SEQ           PIC 9(006).
           03 AVS-COD-VENDEDOR     PIC 9(003).
           03 AVS-TIPO             PIC X(001).
              88 AVS-CHAMADO-URGENTE  VALUE "C".
              88 AVS-INADIMPLENCIA    VALUE "I".
              88 AVS-MUDANCA-PLANO    VALUE "M".
              88 AVS-PASSAGEM         VALUE "P".
           03 AVS-COD-CLIENTE      PIC 9(007).
           03 AVS-TELEFONE         PIC X(015).
           03 AVS-EMAIL            PIC X(050).
           03 AVS-TEXTO            PIC X(160).
           03 AVS-SITUACAO         PIC X(001).
              88 AVS-GERADO           VALUE "G".
              88 AVS-SEM-DESTINO      VALUE "S".
              88 AVS-ENVIADO          VALUE "E".
              88 AVS-FALHOU           VALUE "F".
           03 AVS-DATA-RETORNO     PIC 9(008).
           03 AVS-HORA-RETORNO     PIC 9(008).
           03 AVS-MOTIVO-FALHA     PIC X(040).
