      *-----------------------------------------------------------------
      * CADNPS.CPY
      * LAYOUT DO HISTORICO DE SATISFACAO (ARQ-NPS) - A NOTA DE 0 A 10
      * DA PERGUNTA DE RECOMENDACAO FEITA AO COMPRADOR NO FIM DA
      * VISITA, COM O COMENTARIO CURTO, CAPTURADOS NO COLETOR E
      * CARREGADOS PELO IMPVISITA. UM REGISTRO POR VISITA (MESMA
      * CHAVE DO CADVISITA). VENDEDOR, REGIAO E SEGMENTO SAO OS DO
      * DIA DA VISITA - O RELNPS AGRUPA POR ELES SEM DEPENDER DE
      * MUDANCAS POSTERIORES NO CADASTRO.
      * NOTA 9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR. DETRATOR DE
      * CLIENTE SEGMENTO A ABRE CHAMADO DE VISITA (CADCHAMADO) - A
      * MARCA NPS-CHAMADO GUARDA QUE O CHAMADO FOI ABERTO.
      *-----------------------------------------------------------------
       01  ARQ-NPS-REG.
           03 NPS-CHAVE.
              05 NPS-COD-CLIENTE   PIC 9(007).
              05 NPS-DATA-VISITA   PIC 9(008).
           03 NPS-COD-VENDEDOR     PIC 9(003).
           03 NPS-NOTA             PIC 9(002).
              88 NPS-PROMOTOR         VALUES 9 THRU 10.
              88 NPS-NEUTRO           VALUES 7 THRU 8.
              88 NPS-DETRATOR         VALUES 0 THRU 6.
           03 NPS-COMENTARIO       PIC X(060).
           03 NPS-REGIAO           PIC X(003).
           03 NPS-SEGMENTO         PIC X(001).
           03 NPS-DATA-CARGA       PIC 9(008).
           03 NPS-CHAMADO          PIC X(001).
              88 NPS-CHAMADO-ABERTO   VALUE "S".
