           03 S-DISTANCIA          PIC 9(009)V9(002).
           03 S-STATUS-ATRIB       PIC X(001).
           03 FILLER               PIC X(032).
           03 S-VEND-ANTES-TROCA   PIC 9(003).
           03 S-DIST-ANTES-TROCA   PIC 9(009)V9(002).

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
       COPY "CADRUNCTL.CPY".

       FD  REL-SIMULA.
       01  REG-SIMULA PIC X(160).

       WORKING-STORAGE SECTION.

       77 W-QTD-TROCARIAM         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-NOVOS             PIC  9(009)         VALUE ZEROS.

      * DISTANCIA TOTAL DOS ATRIBUIDOS NA SIMULACAO ANTES E DEPOIS DA
      * MELHORIA POR TROCAS DO FAZDISTRIB (O CLIENTE TROCADO GUARDA O
      * VENDEDOR E A DISTANCIA DA PASSADA PRINCIPAL).
       77 W-DIST-ANTES-TROCAS     PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-DIST-DEPOIS-TROCAS    PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-QTD-TROCADOS          PIC  9(009)         VALUE ZEROS.

      * CARGA POR VENDEDOR NA RODADA OFICIAL E NA SIMULADA, PARA O
      * QUADRO DE DESLOCAMENTO DE CARGA.
       01  W-TAB-CARGA.
           03 WRODAPE-TROCARIAM   PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WRODAPE-TROCAS.
           03 FILLER PIC X(040) VALUE
              "DISTANCIA TOTAL ANTES DAS TROCAS".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-DIST-ANTES     PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(040) VALUE
              "DISTANCIA TOTAL DEPOIS DAS TROCAS".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-DIST-DEPOIS    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER PIC X(030) VALUE
              "CLIENTES TROCADOS NA MELHORIA".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WROD-TROCADOS       PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
              MOVE W-QTD-TROCARIAM  TO WRODAPE-TROCARIAM
              WRITE REG-SIMULA FROM WRODAPE

              MOVE W-DIST-ANTES-TROCAS  TO WROD-DIST-ANTES
              MOVE W-DIST-DEPOIS-TROCAS TO WROD-DIST-DEPOIS
              MOVE W-QTD-TROCADOS       TO WROD-TROCADOS
              WRITE REG-SIMULA FROM WRODAPE-TROCAS

              CLOSE REL-SIMULA
              CLOSE ARQ-DISTRIB
              CLOSE ARQ-SIMULA
                      W-QTD-COMPARADOS
              DISPLAY "RELSIMULA - TROCARIAM DE VENDEDOR: "
                      W-QTD-TROCARIAM
              DISPLAY "RELSIMULA - DISTANCIA ANTES DAS TROCAS: "
                      W-DIST-ANTES-TROCAS
              DISPLAY "RELSIMULA - DISTANCIA DEPOIS DAS TROCAS: "
                      W-DIST-DEPOIS-TROCAS
              DISPLAY "RELSIMULA - CLIENTES TROCADOS NA MELHORIA: "
                      W-QTD-TROCADOS
           END-IF

           GOBACK.

           IF S-STATUS-ATRIB EQUAL "A"
              ADD 1 TO W-CARGA-SIMULADA (S-COD-VENDEDOR)
              ADD S-DISTANCIA TO W-DIST-DEPOIS-TROCAS

              IF S-VEND-ANTES-TROCA GREATER ZEROS
                 ADD 1 TO W-QTD-TROCADOS
                 ADD S-DIST-ANTES-TROCA TO W-DIST-ANTES-TROCAS
              ELSE
                 ADD S-DISTANCIA TO W-DIST-ANTES-TROCAS
              END-IF
           END-IF

           MOVE W-RUN-ID-MAX  TO D-RUN-ID
