       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERPRECO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PRECO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PC-CHAVE-PRECO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PRECO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRECO'.

       COPY "CADPRECO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PRECO                PIC X(002)          VALUE "00".

       77 W-FILIAL-BUSCA          PIC X(002)          VALUE SPACES.
       77 W-REGIAO-BUSCA          PIC X(003)          VALUE SPACES.

       LINKAGE SECTION.
       01  PARAM-PRECO.
           03 PRC-COD-PRODUTO      PIC 9(005).
           03 PRC-FILIAL           PIC X(002).
           03 PRC-REGIAO           PIC X(003).
           03 PRC-DATA-REF         PIC 9(008).
           03 PRC-VALOR-TABELA     PIC 9(009)V9(002).
           03 PRC-VIGENCIA         PIC 9(008).
           03 PRC-ORIGEM           PIC X(001).
              88 PRC-FILIAL-REGIAO    VALUE "A".
              88 PRC-SO-FILIAL        VALUE "F".
              88 PRC-SO-REGIAO        VALUE "R".
              88 PRC-NAO-ENCONTRADO   VALUE "N".

       PROCEDURE DIVISION USING PARAM-PRECO.

      *-----------------------------------------------------------
      * RESOLVE O PRECO DE TABELA DE UM PRODUTO PARA A FILIAL E A
      * REGIAO DO CLIENTE NA DATA DE REFERENCIA (CADPRECO): PROCURA
      * A ENTRADA DA FILIAL+REGIAO, DEPOIS A DA FILIAL INTEIRA
      * (REGIAO EM BRANCO), DEPOIS A DA REGIAO EM QUALQUER FILIAL;
      * EM CADA UMA VALE A DE MAIOR VIGENCIA QUE NAO ULTRAPASSE A
      * DATA. SEM ENTRADA APLICAVEL VOLTA "N" E O CHAMADOR USA O
      * PRECO NACIONAL DO CADPRODUTO - INSTALACOES SEM O ARQUIVO
      * CONTINUAM FUNCIONANDO COMO SEMPRE.
      *-----------------------------------------------------------
       000-INICIO.

           MOVE ZEROS TO PRC-VALOR-TABELA
           MOVE ZEROS TO PRC-VIGENCIA
           SET PRC-NAO-ENCONTRADO TO TRUE

           OPEN INPUT ARQ-PRECO

           IF FS-PRECO EQUAL "00"
              IF PRC-FILIAL NOT EQUAL SPACES
                 AND PRC-REGIAO NOT EQUAL SPACES
                 MOVE PRC-FILIAL TO W-FILIAL-BUSCA
                 MOVE PRC-REGIAO TO W-REGIAO-BUSCA
                 PERFORM 100-BUSCAR-ENTRADA
                 IF NOT PRC-NAO-ENCONTRADO
                    SET PRC-FILIAL-REGIAO TO TRUE
                 END-IF
              END-IF

              IF PRC-NAO-ENCONTRADO
                 AND PRC-FILIAL NOT EQUAL SPACES
                 MOVE PRC-FILIAL TO W-FILIAL-BUSCA
                 MOVE SPACES     TO W-REGIAO-BUSCA
                 PERFORM 100-BUSCAR-ENTRADA
                 IF NOT PRC-NAO-ENCONTRADO
                    SET PRC-SO-FILIAL TO TRUE
                 END-IF
              END-IF

              IF PRC-NAO-ENCONTRADO
                 AND PRC-REGIAO NOT EQUAL SPACES
                 MOVE SPACES     TO W-FILIAL-BUSCA
                 MOVE PRC-REGIAO TO W-REGIAO-BUSCA
                 PERFORM 100-BUSCAR-ENTRADA
                 IF NOT PRC-NAO-ENCONTRADO
                    SET PRC-SO-REGIAO TO TRUE
                 END-IF
              END-IF

              CLOSE ARQ-PRECO
           ELSE
              IF FS-PRECO EQUAL "05"
                 CLOSE ARQ-PRECO
              END-IF
           END-IF

           GOBACK.

       100-BUSCAR-ENTRADA.

           MOVE PRC-COD-PRODUTO TO PC-COD-PRODUTO
           MOVE W-FILIAL-BUSCA  TO PC-FILIAL
           MOVE W-REGIAO-BUSCA  TO PC-REGIAO
           MOVE ZEROS           TO PC-DATA-VIGENCIA

           START ARQ-PRECO KEY IS NOT LESS PC-CHAVE-PRECO
             INVALID KEY MOVE "23" TO FS-PRECO
           END-START

           IF FS-PRECO EQUAL "00"
              READ ARQ-PRECO NEXT
              PERFORM 110-AVALIAR-VIGENCIA
                UNTIL FS-PRECO NOT EQUAL "00"
                   OR PC-COD-PRODUTO NOT EQUAL PRC-COD-PRODUTO
                   OR PC-FILIAL      NOT EQUAL W-FILIAL-BUSCA
                   OR PC-REGIAO      NOT EQUAL W-REGIAO-BUSCA
                   OR PC-DATA-VIGENCIA GREATER PRC-DATA-REF
           END-IF

           MOVE "00" TO FS-PRECO.

      * AS ENTRADAS SAEM EM ORDEM ASCENDENTE DE VIGENCIA - A ULTIMA
      * QUE NAO PASSA DA DATA DE REFERENCIA E A QUE VALE.
       110-AVALIAR-VIGENCIA.
           MOVE PC-VALOR-UNITARIO TO PRC-VALOR-TABELA
           MOVE PC-DATA-VIGENCIA  TO PRC-VIGENCIA
           SET PRC-FILIAL-REGIAO  TO TRUE

           READ ARQ-PRECO NEXT.

       END PROGRAM VERPRECO.
