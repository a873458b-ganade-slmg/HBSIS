                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

              WHEN OTHER      MOVE 0 TO W-DIA-NUM
           END-EVALUATE.

      * VISITAS DO MES PELA CHAVE ALTERNADA VENDEDOR+DATA: DE CADA
      * VENDEDOR SO O TRECHO DO MES E LIDO - PASSADO O FIM DO MES,
      * O START SALTA PARA O INICIO DO MES NO VENDEDOR SEGUINTE.
       120-ACUMULAR-VISITAS.

           OPEN INPUT ARQ-VISITA

           IF FS-VISITA EQUAL "00"
              MOVE 1 TO V-VEND-VENDEDOR
              PERFORM 125-POSICIONAR-VISITA

              PERFORM 130-ACUMULAR-VISITA
                 UNTIL FS-VISITA NOT EQUAL "00"

              CLOSE ARQ-VISITA
           ELSE

           MOVE "00" TO FS-VISITA.

       125-POSICIONAR-VISITA.

           COMPUTE V-VEND-DATA = W-ANO-MES * 100 + 1

           START ARQ-VISITA KEY IS NOT LESS V-CHAVE-VENDEDOR
             INVALID KEY MOVE "23" TO FS-VISITA
           END-START

           IF FS-VISITA EQUAL "00"
              READ ARQ-VISITA NEXT
           END-IF.

       130-ACUMULAR-VISITA.

           EVALUATE TRUE
              WHEN V-VEND-DATA (1:6) LESS W-ANO-MES
                 PERFORM 125-POSICIONAR-VISITA

              WHEN V-VEND-DATA (1:6) GREATER W-ANO-MES
                 IF V-VEND-VENDEDOR LESS 999
                    ADD 1 TO V-VEND-VENDEDOR
                    PERFORM 125-POSICIONAR-VISITA
                 ELSE
                    MOVE "10" TO FS-VISITA
                 END-IF

              WHEN OTHER
                 IF V-REALIZADA
                    MOVE V-DIA-PLANEJADO TO PL-DIA
                    PERFORM 150-TRADUZIR-DIA

                    IF W-DIA-NUM GREATER ZEROS
                       ADD 1 TO W-KM-REALIZADAS
                                (V-COD-VENDEDOR, W-DIA-NUM)
                    END-IF
                 END-IF

                 READ ARQ-VISITA NEXT
           END-EVALUATE.

       200-IMPRIMIR-VENDEDOR.

