                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PEDIDO.

           MOVE RAZAO-SOCIAL         TO WDET-RAZAO-SOCIAL
           MOVE SEGMENTO-CLIENTE     TO WDET-SEGMENTO
           MOVE FREQ-VISITA-CLIENTE  TO WDET-FREQUENCIA
      * CLIENTE QUE RECUSOU CONTATO (LGPD) SAI SEM TELEFONE/CONTATO.
           IF CONTATO-RECUSADO
              MOVE SPACES            TO WDET-TELEFONE
              MOVE SPACES            TO WDET-CONTATO
           ELSE
              MOVE TELEFONE-CLIENTE  TO WDET-TELEFONE
              MOVE CONTATO-CLIENTE   TO WDET-CONTATO
           END-IF
           MOVE LOGRADOURO-CLIENTE   TO WDET-ENDERECO
           MOVE CIDADE-CLIENTE       TO WDET-CIDADE
           MOVE UF-CLIENTE           TO WDET-UF
