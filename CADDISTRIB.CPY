      *-----------------------------------------------------------------
           03 D-FILIAL             PIC X(002).
      *-----------------------------------------------------------------
      * ORIGEM DA ATRIBUICAO: "A" ALGORITMICA (SCORE), "P" PINADA
      * POR EXCECAO DE NEGOCIO (CADEXCECAO) OU "G" HERDADA DO
      * VENDEDOR DO GRUPO ECONOMICO NA REGIAO (CADGRUPOCLI) - OS
      * RELATORIOS E O FEED DO CRM MOSTRAM QUE A ATRIBUICAO NAO FOI
      * DO ALGORITMO.
      *-----------------------------------------------------------------
           03 D-ORIGEM-ATRIB       PIC X(001).
              88 D-ORIGEM-ALGORITMO   VALUE "A".
              88 D-ORIGEM-PINADA      VALUE "P".
              88 D-ORIGEM-GRUPO       VALUE "G".
      *-----------------------------------------------------------------
      * VENDEDOR E DISTANCIA QUE O CLIENTE TINHA NA PASSADA PRINCIPAL,
      * ANTES DA MELHORIA POR TROCAS DO FAZDISTRIB (SISPARAM
      * MELHORAR-TROCAS) - ZERADOS QUANDO O CLIENTE NAO FOI TROCADO.
      * O RELSIMULA SOMA OS DOIS LADOS PARA MOSTRAR O GANHO.
      *-----------------------------------------------------------------
           03 D-VEND-ANTES-TROCA   PIC 9(003).
           03 D-DIST-ANTES-TROCA   PIC 9(009)V9(002).
