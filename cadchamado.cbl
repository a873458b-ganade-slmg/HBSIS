           03 W-LST-URGENCIA      PIC X(001).
           03 FILLER              PIC X(005) VALUE " SIT:".
           03 W-LST-SITUACAO      PIC X(001).
           03 FILLER              PIC X(001) VALUE SPACES.
           03 W-LST-PRAZO         PIC X(010).

      *-----------------------------------------------------------
      * PRAZO DE ATENDIMENTO EM DIAS CORRIDOS POR URGENCIA
      * (CADPARAM PRAZO-CHAMADO-URG E PRAZO-CHAMADO-NORMAL) - O
      * CHAMADO EM ABERTO ALEM DO PRAZO SAI MARCADO NA CONSULTA.
      *-----------------------------------------------------------
       77 W-PRAZO-URGENTE         PIC 9(003)          VALUE 2.
       77 W-PRAZO-NORMAL          PIC 9(003)          VALUE 10.
       77 W-PRAZO-CHAMADO         PIC 9(003)          VALUE ZEROS.
       77 W-DATA-HOJE             PIC 9(008)          VALUE ZEROS.
       77 W-DIAS-ESPERA           PIC S9(009)         VALUE ZEROS.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

       SCREEN SECTION.

           MOVE ZEROS  TO W-QTD-LISTA
           MOVE "N"    TO W-PARAR-SW

           PERFORM 420-LER-PRAZOS

           OPEN INPUT ARQ-CHAMADO

           IF FS-CHAMADO EQUAL "00"
              MOVE CH-URGENCIA    TO W-LST-URGENCIA
              MOVE CH-SITUACAO    TO W-LST-SITUACAO

              IF CH-URGENTE
                 MOVE W-PRAZO-URGENTE TO W-PRAZO-CHAMADO
              ELSE
                 MOVE W-PRAZO-NORMAL  TO W-PRAZO-CHAMADO
              END-IF

              MOVE SPACES TO W-LST-PRAZO
              IF CH-DATA-SOLIC GREATER ZEROS
                 COMPUTE W-DIAS-ESPERA =
                         FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                         - FUNCTION INTEGER-OF-DATE(CH-DATA-SOLIC)
                 IF W-DIAS-ESPERA GREATER W-PRAZO-CHAMADO
                    MOVE "ATRASADO" TO W-LST-PRAZO
                 END-IF
              END-IF

              MOVE W-LISTA-DET TO W-LISTA-LINHA (W-QTD-LISTA)

              IF W-QTD-LISTA NOT LESS 10
              READ ARQ-CHAMADO NEXT
           END-IF.

       420-LER-PRAZOS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "PRAZO-CHAMADO-URG" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-PRAZO-URGENTE
           END-IF

           MOVE "PRAZO-CHAMADO-NORMAL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              MOVE SIS-VALOR TO W-PRAZO-NORMAL
           END-IF.

       450-EXIBIR-LISTA.

           DISPLAY TELA-LISTA
