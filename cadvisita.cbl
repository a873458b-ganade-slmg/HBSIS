                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VISITA.

           03 W-LATITUDE-VIS      PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-LONGITUDE-VIS     PIC S9(003)V9(008)  VALUE ZEROS.

      * INTERFACE DO VERMOTIVO - TABELA DE MOTIVOS DE VISITA NAO
      * REALIZADA (CADMOTIVO).
       01  W-PARAM-MOTIVO.
           03 PMO-CODIGO          PIC X(003)          VALUE SPACES.
           03 PMO-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PMO-CATEGORIA       PIC X(001)          VALUE SPACES.
           03 PMO-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PMO-VALIDO          VALUE "S".
              88 PMO-INATIVO         VALUE "I".
              88 PMO-INEXISTENTE     VALUE "N".
              88 PMO-SEM-TABELA      VALUE "T".

       SCREEN SECTION.

       01 TELA-MENU.

                 MOVE W-LATITUDE-VIS  TO V-LATITUDE
                 MOVE W-LONGITUDE-VIS TO V-LONGITUDE
                 MOVE V-COD-VENDEDOR  TO V-VEND-VENDEDOR
                 MOVE V-DATA-VISITA   TO V-VEND-DATA
                 MOVE ZEROS           TO V-HORA-CHECKIN
                 MOVE ZEROS           TO V-HORA-CHECKOUT

                 WRITE ARQ-VISITA-REG
                   INVALID KEY REWRITE ARQ-VISITA-REG
              END-IF

              CLOSE ARQ-VENDEDOR
           END-IF

           IF WMSG EQUAL SPACES
              AND FUNCTION UPPER-CASE(W-REALIZADA) NOT EQUAL "S"
              PERFORM 160-VALIDAR-MOTIVO
           END-IF.

      * VISITA NAO REALIZADA SO LEVA MOTIVO ATIVO DA TABELA DE
      * MOTIVOS (CADMOTIVO), GRAVADO EM MAIUSCULAS.
       160-VALIDAR-MOTIVO.

           MOVE W-MOTIVO TO PMO-CODIGO
           CALL "VERMOTIVO" USING W-PARAM-MOTIVO
           MOVE PMO-CODIGO TO W-MOTIVO

           EVALUATE TRUE
              WHEN PMO-INATIVO
                 MOVE "MOTIVO DESATIVADO NA TABELA DE MOTIVOS"
                   TO WMSG
              WHEN PMO-INEXISTENTE
                 IF W-MOTIVO EQUAL SPACES
                    MOVE "INFORME O MOTIVO DA NAO REALIZACAO"
                      TO WMSG
                 ELSE
                    MOVE "MOTIVO NAO CADASTRADO NA TABELA"
                      TO WMSG
                 END-IF
           END-EVALUATE.

       END PROGRAM CADVISITA.
