                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CIDADE.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-REGIAO.

       DATA DIVISION.
       FILE SECTION.


       COPY "CADCIDADE.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CIDADE               PIC X(002)          VALUE "00".
       77 FS-REGIAO               PIC X(002)          VALUE "00".

      * "S" QUANDO A TABELA DE REGIOES EXISTE - SO ENTAO A REGIAO DA
      * CIDADE PRECISA ESTAR ATIVA NELA. "V" ABERTA SEM A TABELA.
       77 W-TEM-TABELA-REGIAO     PIC X(001)          VALUE "N".
          88 W-COM-TABELA-REGIAO     VALUE "S".
          88 W-REGIAO-ABERTA         VALUE "S" "V".

      * CALCULO DE HAVERSINE ENTRE AS COORDENADAS INFORMADAS E CADA
      * CIDADE DA BASE - MESMA MATEMATICA DO FAZDISTRIB.
      *-----------------------------------------------------------
      * INFERE A REGIAO COMERCIAL A PARTIR DAS COORDENADAS: DEVOLVE
      * A REGIAO DA CIDADE ATIVA MAIS PROXIMA NA BASE DE CIDADES
      * (CADCIDADE), IGNORANDO CIDADES SEM REGIAO PREENCHIDA OU
      * COM REGIAO DESATIVADA/AUSENTE NA TABELA DE REGIOES.
      * COORDENADAS ZERADAS OU BASE AUSENTE DEVOLVEM NAO ENCONTRADO
      * E O CHAMADOR DEIXA A REGIAO COMO ESTA.
      *-----------------------------------------------------------

           MOVE 999999999 TO W-MENOR-DISTANCIA

           MOVE "N" TO W-TEM-TABELA-REGIAO
           OPEN INPUT ARQ-REGIAO
           IF FS-REGIAO EQUAL "00"
              SET W-COM-TABELA-REGIAO TO TRUE
           END-IF
           IF FS-REGIAO EQUAL "05"
              MOVE "V" TO W-TEM-TABELA-REGIAO
           END-IF

           OPEN INPUT ARQ-CIDADE

           IF FS-CIDADE EQUAL "00"
              CLOSE ARQ-CIDADE
           END-IF

           IF W-REGIAO-ABERTA
              CLOSE ARQ-REGIAO
           END-IF

           GOBACK.

       100-AVALIAR-CIDADE.
              PERFORM 200-CALCULAR-DISTANCIA

              IF W-DISTANCIA LESS W-MENOR-DISTANCIA
                 PERFORM 150-CONFERIR-REGIAO
                 IF FS-REGIAO EQUAL "00"
                    MOVE W-DISTANCIA TO W-MENOR-DISTANCIA
                    MOVE CID-REGIAO  TO INF-REGIAO
                    SET INF-ENCONTROU TO TRUE
                 END-IF
              END-IF
           END-IF

           READ ARQ-CIDADE NEXT.

      * SEM A TABELA DE REGIOES QUALQUER REGIAO SERVE; COM ELA, SO
      * REGIAO CADASTRADA E ATIVA (FS-REGIAO "00" NA VOLTA).
       150-CONFERIR-REGIAO.

           MOVE "00" TO FS-REGIAO

           IF W-COM-TABELA-REGIAO
              MOVE CID-REGIAO TO RG-CODIGO
              READ ARQ-REGIAO RECORD KEY IS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-READ
              IF FS-REGIAO EQUAL "00" AND NOT RG-ATIVA
                 MOVE "23" TO FS-REGIAO
              END-IF
           END-IF.

       200-CALCULAR-DISTANCIA.

           COMPUTE W-LATITUDE-1 = INF-LATITUDE
