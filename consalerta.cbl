
       01  W-LISTA-DET.
           03 W-LST-POSICAO       PIC Z9.
           03 W-LST-ESCALADO      PIC X(001).
           03 W-LST-SEVERIDADE    PIC X(001).
           03 FILLER              PIC X(001) VALUE SPACES.
           03 W-LST-DATA          PIC 9(008).
          02 LINE 15 COL 03 VALUE
             "RECONHECER LINHA (0 = CONTINUAR/SAIR):".
          02 LINE 15 COL 43, PIC Z9 TO W-ESCOLHA-LINHA.
          02 LINE 17 COL 03 VALUE
             "(*) ALERTA ESCALADO PARA O OPERADOR CONECTADO".
          02 LINE 19 COL 03, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
              ADD 1 TO W-QTD-LISTA

              MOVE W-QTD-LISTA   TO W-LST-POSICAO
              IF AL-DESTINATARIO NOT EQUAL SPACES
                 AND AL-DESTINATARIO EQUAL W-OPERADOR-ID
                 MOVE "*" TO W-LST-ESCALADO
              ELSE
                 MOVE SPACE TO W-LST-ESCALADO
              END-IF
              MOVE AL-SEVERIDADE TO W-LST-SEVERIDADE
              MOVE AL-DATA       TO W-LST-DATA
              MOVE AL-FONTE      TO W-LST-FONTE
