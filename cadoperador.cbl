           03 W-DATA-TROCA-SENHA  PIC  9(008)         VALUE ZEROS.
           03 W-TENTATIVAS-OP     PIC  9(001)         VALUE ZEROS.
           03 W-FILIAL-OP         PIC  X(002)         VALUE SPACES.
           03 W-SUPERVISOR-OP     PIC  X(001)         VALUE "N".

       77 W-SENHA-ANT             PIC  X(008)         VALUE SPACES.

          02 LINE 11 COL 35, PIC XX TO W-FILIAL-OP.
          02 LINE 12 COL 10 VALUE
             "(A-ADMINISTRADOR O-OPERACAO C-CONSULTA)".
          02 LINE 13 COL 10 VALUE "SUPERVISOR DE EQUIPE (S/N):".
          02 LINE 13 COL 38, PIC X TO W-SUPERVISOR-OP.
          02 LINE 15 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 10 COL 27, PIC X USING W-PERFIL-OP AUTO.
          02 LINE 11 COL 10 VALUE "FILIAL (BRANCO = TODAS):".
          02 LINE 11 COL 35, PIC XX USING W-FILIAL-OP AUTO.
          02 LINE 13 COL 10 VALUE "SUPERVISOR DE EQUIPE (S/N):".
          02 LINE 13 COL 38, PIC X USING W-SUPERVISOR-OP AUTO.
          02 LINE 15 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 15 COL 40, PIC X TO W-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
              MOVE FUNCTION UPPER-CASE(W-FILIAL-OP)
                TO FILIAL-OPERADOR

              MOVE FUNCTION UPPER-CASE(W-SUPERVISOR-OP)
                TO SUPERVISOR-OPERADOR
              IF NOT OPERADOR-SUPERVISOR
                 MOVE "N" TO SUPERVISOR-OPERADOR
              END-IF

      * A DATA DE TROCA ZERADA OBRIGA O OPERADOR A DEFINIR A PROPRIA
      * SENHA NO PRIMEIRO LOGIN (A SENHA DIGITADA AQUI E PROVISORIA).
              MOVE ZEROS TO DATA-TROCA-SENHA
                  MOVE FUNCTION UPPER-CASE(W-FILIAL-OP)
                    TO FILIAL-OPERADOR

                  MOVE FUNCTION UPPER-CASE(W-SUPERVISOR-OP)
                    TO SUPERVISOR-OPERADOR
                  IF NOT OPERADOR-SUPERVISOR
                     MOVE "N" TO SUPERVISOR-OPERADOR
                  END-IF

      * SENHA REDEFINIDA PELO ADMINISTRADOR VOLTA COM A DATA DE
      * TROCA ZERADA (O OPERADOR TROCA NO PROXIMO LOGIN); SE A
      * SENHA NAO MUDOU, O CICLO DE VALIDADE E O CONTADOR DE
