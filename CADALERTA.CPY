              88 AL-RECONHECIDO       VALUE "R".
           03 AL-OPERADOR-RECON    PIC X(008).
           03 AL-DATA-RECON        PIC 9(008).
      *-----------------------------------------------------------------
      * OPERADOR A QUEM O ALERTA FOI ESCALADO (EM BRANCO = FILA
      * GERAL). O FAZALERTA ESCALA AO SUPERVISOR DA EQUIPE DO
      * VENDEDOR O CHAMADO URGENTE FORA DO PRAZO; O CONSALERTA
      * DESTACA OS ALERTAS ESCALADOS AO OPERADOR CONECTADO.
      *-----------------------------------------------------------------
           03 AL-DESTINATARIO      PIC X(008).
