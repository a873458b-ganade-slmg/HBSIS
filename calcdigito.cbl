      *  ANALISTA      : CARLOS ALBERTO DORNELLES
      *  COMO USAR     : LKS-NUMERO-I ....: NUMERO INFORMADO
      *                : LKS-NUMERO-F ....: NUMERO CALCULADO
      *                : LKS-TIPO-CALCULO : CPF, CGC, PIS, IE OU CNA
      *                : LKS-CNPJ-ALFA-I : CNPJ ALFANUMERICO (SO CNA)
      *                : LKS-CNPJ-ALFA-F : CNPJ ALFANUMERICO CALCULADO
      *                : LKS-ACAO ........: C - CALCULA
      *                                     V - VERIFICA
      ******************************************************************
      * ESTE CALCULO COBRE O CASO GERAL.
           05 WSS-PESOS-IE               PIC X(028)  VALUE
                                   '0203040506070809020304000000'.
      * CNPJ ALFANUMERICO (RECEITA FEDERAL, A PARTIR DE JULHO/2026):
      * AS 12 PRIMEIRAS POSICOES ACEITAM 0-9 E A-Z, OS DOIS DIGITOS
      * VERIFICADORES CONTINUAM NUMERICOS. CADA CARACTER VALE O SEU
      * CODIGO ASCII MENOS 48 ("0" = 0 ... "9" = 9, "A" = 17 ...
      * "Z" = 42) E O MODULO 11 USA OS MESMOS PESOS DO CGC - UM CNPJ
      * SO DE DIGITOS DA O MESMO RESULTADO DO CALCULO NUMERICO.
           05 WSS-CNPJ-ALFA              PIC X(014)  VALUE SPACES.
           05 WSS-CNPJ-ALFA-R            REDEFINES WSS-CNPJ-ALFA.
              10  WSS-CNPJ-ALFA-T        PIC X(001)  OCCURS 14 TIMES.
           05 WSS-CNPJ-VALORES.
              10  WSS-CNPJ-VALOR-T       PIC 9(002)  OCCURS 14 TIMES.
           05 WSS-DV-CNA                 PIC 9(001)  VALUE ZEROES.
           05 WSS-CARACTER-SW            PIC X(001)  VALUE 'S'.
              88 WSS-CARACTER-VALIDO                 VALUE 'S'.
              88 WSS-CARACTER-INVALIDO               VALUE 'N'.

       LINKAGE SECTION.
       01  LKS-PARAMETRO.
           05 LKS-ACAO                   PIC X(001).
           05 LKS-RETORNO                PIC 9(001).
           05 LKS-DIGITO-ERRO            PIC 9(001).
      * SO REFERENCIADOS COM LKS-TIPO-CALCULO = 'CNA' - OS CHAMADORES
      * ANTIGOS PASSAM A AREA SEM ESTES DOIS CAMPOS.
           05 LKS-CNPJ-ALFA-I            PIC X(014).
           05 LKS-CNPJ-ALFA-F            PIC X(014).

      ******************************************************************
      * LKS-NUMERO-I     = número da ser informado
      * LKS-NUMERO-F     = número retornado do programa
      * LKS-TIPO-CALCULO = CPF ou CGC ou PIS ou IE ou CNA (CNPJ
      *                    alfanumerico, em LKS-CNPJ-ALFA-I/F)
      * LKS-ACAO         = C (calcula) V (verifica)
      * LKS-RETORNO      = 0 - codigo verificado está correto
      *                  = 1 - LKS-TIPO-CALCULO está incorreto
                         MOVE LKS-NUMERO-I (06:10) TO WSS-NUMERO (05:10)
                      WHEN 'IE'
                         MOVE LKS-NUMERO-I (05:11) TO WSS-NUMERO (04:11)
                      WHEN 'CNA'
                         MOVE SPACES TO WSS-CNPJ-ALFA
                         MOVE LKS-CNPJ-ALFA-I (01:12)
                           TO WSS-CNPJ-ALFA (01:12)
                         MOVE '00' TO WSS-CNPJ-ALFA (13:02)
                         PERFORM P1100-CONFERIR-CNA THRU P1100-FIM
                      WHEN OTHER
                         MOVE 1 TO LKS-RETORNO
                         GOBACK
                      WHEN 'PIS'
                      WHEN 'IE'
                         MOVE LKS-NUMERO-I TO WSS-NUMERO
                      WHEN 'CNA'
                         MOVE LKS-CNPJ-ALFA-I TO WSS-CNPJ-ALFA
                         PERFORM P1100-CONFERIR-CNA THRU P1100-FIM
                      WHEN OTHER
                         MOVE 1 TO LKS-RETORNO
                         GOBACK
       P1000-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P1100-CONFERIR-CNA.
      *-----------------------------------------------------------------
      * AS 12 POSICOES DA BASE SO ACEITAM 0-9 E A-Z (MAIUSCULAS) E OS
      * DOIS DIGITOS VERIFICADORES SO ACEITAM 0-9. CARACTER FORA DISSO
      * DEVOLVE RETORNO 4 SEM CALCULAR NADA.

           SET WSS-CARACTER-VALIDO TO TRUE
           PERFORM P1110-CONFERIR-CARACTER THRU P1110-FIM
              VARYING WSS-IND-N FROM 1 BY 1
                UNTIL WSS-IND-N GREATER 14
           IF WSS-CARACTER-INVALIDO
              MOVE 4 TO LKS-RETORNO
              GOBACK
           END-IF.

       P1100-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P1110-CONFERIR-CARACTER.
      *-----------------------------------------------------------------

           IF WSS-CNPJ-ALFA-T (WSS-IND-N) NOT LESS '0'
              AND WSS-CNPJ-ALFA-T (WSS-IND-N) NOT GREATER '9'
              CONTINUE
           ELSE
              IF WSS-IND-N LESS 13
                 AND WSS-CNPJ-ALFA-T (WSS-IND-N) NOT LESS 'A'
                 AND WSS-CNPJ-ALFA-T (WSS-IND-N) NOT GREATER 'Z'
                 CONTINUE
              ELSE
                 SET WSS-CARACTER-INVALIDO TO TRUE
              END-IF
           END-IF
           IF WSS-CARACTER-VALIDO
              COMPUTE WSS-CNPJ-VALOR-T (WSS-IND-N) =
                      FUNCTION ORD (WSS-CNPJ-ALFA-T (WSS-IND-N)) - 49
           END-IF.

       P1110-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P2000-PRINCIPAL.
      *-----------------------------------------------------------------
                    PERFORM P3100-CALCULO-CGC THRU P3100-FIM
              WHEN 'IE'
                    PERFORM P3200-CALCULO-IE  THRU P3200-FIM
              WHEN 'CNA'
                    PERFORM P3300-CALCULO-CNA THRU P3300-FIM
              WHEN  OTHER
                    PERFORM P2400-CALCULO-PIS THRU P4100-FIM
           END-EVALUATE.
       P3200-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P3300-CALCULO-CNA.
      *-----------------------------------------------------------------
      * MESMOS PESOS DO CGC, ALINHADOS A BASE DE 12 POSICOES (O CGC
      * NUMERICO CARREGA UM ZERO A ESQUERDA NA POSICAO 1): O 1O DIGITO
      * USA OS PESOS 03 A 14 SOBRE AS POSICOES 1 A 12, O 2O DIGITO
      * USA OS PESOS 02 A 14 SOBRE AS POSICOES 1 A 13.

           MOVE WSS-PESOS-CGC TO WSS-PESOS
           MOVE 12            TO WSS-IND-O
           MOVE 03            TO WSS-IND-P
           PERFORM P7100-CALC-DV-CNA THRU P7100-FIM
           MOVE WSS-DV-CNA    TO WSS-CNPJ-ALFA-T (13)
           MOVE WSS-DV-CNA    TO WSS-CNPJ-VALOR-T (13)

           MOVE 13            TO WSS-IND-O
           MOVE 02            TO WSS-IND-P
           PERFORM P7100-CALC-DV-CNA THRU P7100-FIM
           MOVE WSS-DV-CNA    TO WSS-CNPJ-ALFA-T (14).

       P3300-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P2400-CALCULO-PIS.
      *-----------------------------------------------------------------
       P7000-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P7100-CALC-DV-CNA.
      *-----------------------------------------------------------------

           MOVE ZEROES TO WSS-SOMA
           PERFORM P7110-SOMAR-POSICAO THRU P7110-FIM
              VARYING WSS-IND-N FROM 1 BY 1
                UNTIL WSS-IND-N GREATER WSS-IND-O
           DIVIDE WSS-SOMA BY 11 GIVING WSS-QUOCI REMAINDER WSS-RESTO
           IF WSS-RESTO EQUAL 0 OR 1
              MOVE ZEROES TO WSS-DV-CNA
           ELSE
              SUBTRACT WSS-RESTO FROM 11 GIVING WSS-DV-CNA
           END-IF.

       P7100-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P7110-SOMAR-POSICAO.
      *-----------------------------------------------------------------

           COMPUTE WSS-SOMA = WSS-SOMA +
                             (WSS-CNPJ-VALOR-T (WSS-IND-N) *
                              WSS-PESOS-T      (WSS-IND-P))
           ADD 1 TO WSS-IND-P.

       P7110-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P8000-CALC-DIGITO-2.
      *-----------------------------------------------------------------
       P9500-FINAL.
      *-----------------------------------------------------------------

           IF LKS-TIPO-CALCULO EQUAL 'CNA'
              PERFORM P9700-FINAL-CNA THRU P9700-FIM
              GO TO P9500-FIM
           END-IF
           MOVE WSS-NUMERO    TO LKS-NUMERO-F
           IF  LKS-ACAO EQUAL 'V'
               IF LKS-NUMERO-I EQUAL LKS-NUMERO-F
       P9600-FIM.
           EXIT.

      *-----------------------------------------------------------------
       P9700-FINAL-CNA.
      *-----------------------------------------------------------------
      * MESMA DEVOLUCAO DO NUMERICO, SOBRE OS CAMPOS ALFANUMERICOS: O
      * 1O DIGITO FICA NA POSICAO 13 E O 2O NA POSICAO 14.

           MOVE WSS-CNPJ-ALFA TO LKS-CNPJ-ALFA-F
           MOVE 0 TO LKS-RETORNO
           IF LKS-ACAO EQUAL 'V'
              AND LKS-CNPJ-ALFA-I NOT EQUAL LKS-CNPJ-ALFA-F
              MOVE 3 TO LKS-RETORNO
              IF LKS-CNPJ-ALFA-I (13:1) NOT EQUAL WSS-CNPJ-ALFA (13:1)
                 IF LKS-CNPJ-ALFA-I (14:1) NOT EQUAL
                    WSS-CNPJ-ALFA (14:1)
                    MOVE 3 TO LKS-DIGITO-ERRO
                 ELSE
                    MOVE 1 TO LKS-DIGITO-ERRO
                 END-IF
              ELSE
                 MOVE 2 TO LKS-DIGITO-ERRO
              END-IF
           END-IF.

       P9700-FIM.
           EXIT.

       END PROGRAM CALCDIGITO.
