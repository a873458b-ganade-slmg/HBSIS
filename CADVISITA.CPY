      *-----------------------------------------------------------------
           03 V-LATITUDE           PIC S9(003)V9(008).
           03 V-LONGITUDE          PIC S9(003)V9(008).
      *-----------------------------------------------------------------
      * CHAVE ALTERNADA VENDEDOR+DATA (COM DUPLICATAS) - COPIA DE
      * V-COD-VENDEDOR E V-DATA-VISITA, PREENCHIDA POR QUEM GRAVA A
      * VISITA, PARA QUE OS RELATORIOS POR VENDEDOR E A CONSULTA DO
      * CONSVEND LEIAM SO O TRECHO DO VENDEDOR NO PERIODO. ARQUIVOS
      * ANTERIORES AO CAMPO SAO CONVERTIDOS PELO FAZREORG.
      *-----------------------------------------------------------------
           03 V-CHAVE-VENDEDOR.
              05 V-VEND-VENDEDOR   PIC 9(003).
              05 V-VEND-DATA       PIC 9(008).
      *-----------------------------------------------------------------
      * HORARIOS DE CHEGADA E DE SAIDA NO CLIENTE (HHMM) MARCADOS NO
      * COLETOR DE CAMPO E TRAZIDOS PELO IMPVISITA - O RELJORNADA
      * MEDE COM ELES O TEMPO EM CADA CLIENTE E O DESLOCAMENTO ENTRE
      * AS PARADAS. ZERADOS (OU EM BRANCO NO REGISTRO ANTERIOR AO
      * CAMPO) = SEM MARCACAO (DIGITACAO DE ESCRITORIO OU COLETOR
      * SEM O RECURSO).
      *-----------------------------------------------------------------
           03 V-HORA-CHECKIN       PIC 9(004).
           03 V-HORA-CHECKOUT      PIC 9(004).
