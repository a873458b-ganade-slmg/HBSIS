       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AUDLACRE.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-LACRE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LAC-TRILHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-LACRE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LACRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADLACRE'.

       COPY "CADLACRE.CPY".

       WORKING-STORAGE SECTION.

       77 FS-LACRE                PIC X(002)          VALUE "00".

       77 W-ACUMULADOR            PIC 9(010)          VALUE ZEROS.
       77 W-POSICAO               PIC 9(003) COMP     VALUE ZEROS.
       77 W-ORDINAL               PIC 9(003)          VALUE ZEROS.

      * A SEQUENCIA ENTRA NO CALCULO COMO TEXTO, JUNTO COM O
      * CONTEUDO - TROCAR A ORDEM DE DOIS REGISTROS QUEBRA O ELO.
       01  W-SEQ-TEXTO.
           03 W-SEQ-DIGITOS       PIC 9(009)          VALUE ZEROS.

       LINKAGE SECTION.
       01  PARAM-LACRE.
           03 PLA-ACAO             PIC X(001).
              88 PLA-LACRAR           VALUE "L".
              88 PLA-CALCULAR         VALUE "C".
           03 PLA-TRILHA           PIC X(020).
           03 PLA-CONTEUDO         PIC X(300).
           03 PLA-SEQ              PIC 9(009).
           03 PLA-LACRE-ANTERIOR   PIC 9(010).
           03 PLA-LACRE            PIC 9(010).

       PROCEDURE DIVISION USING PARAM-LACRE.

      *-----------------------------------------------------------
      * LACRE ENCADEADO DAS TRILHAS DE AUDITORIA. CADA REGISTRO NOVO
      * LEVA A SUA SEQUENCIA NA TRILHA E UM LACRE CALCULADO SOBRE O
      * LACRE DO REGISTRO ANTERIOR, A SEQUENCIA E O CONTEUDO (COM OS
      * CAMPOS DE LACRE ZERADOS) - ALTERAR, APAGAR OU INTERCALAR UM
      * REGISTRO NO MEIO DA TRILHA QUEBRA TODOS OS ELOS SEGUINTES.
      * O CALCULO E O MULTIPLICA-E-SOMA DO SEGSENHA (FATOR 33)
      * REDUZIDO AO PRIMO 9999999967 - NAO E ASSINATURA
      * CRIPTOGRAFICA, MAS QUEM EDITA O ARQUIVO NUM EDITOR DE TEXTO
      * NAO CONSEGUE REFAZER A CORRENTE SEM ESTE PROGRAMA.
      * ACAO "L" (GRAVADORES DAS TRILHAS): RESERVA A PROXIMA
      * SEQUENCIA NA ANCORA (CADLACRE), CALCULA E AVANCA A ANCORA.
      * SEM ANCORA DISPONIVEL O REGISTRO SAI SEM LACRE (SEQUENCIA
      * ZERO) E O CHKAUDIT O APONTA.
      * ACAO "C" (CHKAUDIT): SO CALCULA, A PARTIR DA SEQUENCIA E DO
      * LACRE ANTERIOR INFORMADOS.
      *-----------------------------------------------------------
       000-INICIO.

           IF PLA-LACRAR
              PERFORM 100-RESERVAR-ELO
           ELSE
              PERFORM 200-CALCULAR-LACRE
           END-IF

           GOBACK.

       100-RESERVAR-ELO.

           MOVE ZEROS TO PLA-SEQ
           MOVE ZEROS TO PLA-LACRE-ANTERIOR
           MOVE ZEROS TO PLA-LACRE

           OPEN I-O ARQ-LACRE

           IF FS-LACRE EQUAL "00" OR FS-LACRE EQUAL "05"
              MOVE PLA-TRILHA TO LAC-TRILHA
              READ ARQ-LACRE RECORD WITH LOCK
                KEY IS LAC-TRILHA
                INVALID KEY MOVE "23" TO FS-LACRE
              END-READ

              IF FS-LACRE EQUAL "23"
                 MOVE PLA-TRILHA TO LAC-TRILHA
                 MOVE ZEROS      TO LAC-ULTIMA-SEQ
                 MOVE ZEROS      TO LAC-ULTIMO-LACRE
                 ACCEPT LAC-DATA FROM DATE YYYYMMDD
                 ACCEPT LAC-HORA FROM TIME
                 WRITE ARQ-LACRE-REG
                 READ ARQ-LACRE RECORD WITH LOCK
                   KEY IS LAC-TRILHA
                 END-READ
              END-IF

              IF FS-LACRE EQUAL "00"
                 COMPUTE PLA-SEQ = LAC-ULTIMA-SEQ + 1
                 MOVE LAC-ULTIMO-LACRE TO PLA-LACRE-ANTERIOR

                 PERFORM 200-CALCULAR-LACRE

                 MOVE PLA-SEQ   TO LAC-ULTIMA-SEQ
                 MOVE PLA-LACRE TO LAC-ULTIMO-LACRE
                 ACCEPT LAC-DATA FROM DATE YYYYMMDD
                 ACCEPT LAC-HORA FROM TIME
                 REWRITE ARQ-LACRE-REG

                 IF FS-LACRE NOT EQUAL "00"
                    MOVE ZEROS TO PLA-SEQ
                    MOVE ZEROS TO PLA-LACRE-ANTERIOR
                    MOVE ZEROS TO PLA-LACRE
                 END-IF
              END-IF

              UNLOCK ARQ-LACRE
              CLOSE ARQ-LACRE
           END-IF

           MOVE "00" TO FS-LACRE.

       200-CALCULAR-LACRE.

           MOVE PLA-SEQ            TO W-SEQ-DIGITOS
           MOVE PLA-LACRE-ANTERIOR TO W-ACUMULADOR

           PERFORM 210-SOMAR-SEQUENCIA
              VARYING W-POSICAO FROM 1 BY 1
              UNTIL W-POSICAO GREATER 9

           PERFORM 220-SOMAR-CONTEUDO
              VARYING W-POSICAO FROM 1 BY 1
              UNTIL W-POSICAO GREATER 300

           MOVE W-ACUMULADOR TO PLA-LACRE.

       210-SOMAR-SEQUENCIA.

           COMPUTE W-ORDINAL =
                   FUNCTION ORD(W-SEQ-TEXTO (W-POSICAO:1))

           COMPUTE W-ACUMULADOR =
                   FUNCTION MOD(W-ACUMULADOR * 33 + W-ORDINAL,
                                9999999967).

       220-SOMAR-CONTEUDO.

           COMPUTE W-ORDINAL =
                   FUNCTION ORD(PLA-CONTEUDO (W-POSICAO:1))

           COMPUTE W-ACUMULADOR =
                   FUNCTION MOD(W-ACUMULADOR * 33 + W-ORDINAL,
                                9999999967).

       END PROGRAM AUDLACRE.
