                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

           SELECT OPTIONAL ARQ-GRUPO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GR-COD-GRUPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPO.

           SELECT OPTIONAL ARQ-GRUPOCLI ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GC-CHAVE-GRUPOCLI
                  ALTERNATE RECORD KEY IS GC-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-GRUPOCLI.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-REGIAO.

           SELECT REL-CHK ASSIGN TO "CHKDADOS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.


       COPY "CADVENDEDOR.CPY".

       FD  ARQ-GRUPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPO'.

       COPY "CADGRUPO.CPY".

       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPOCLI'.

       COPY "CADGRUPOCLI.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

       FD  REL-CHK.
       01  REG-CHK PIC X(120).


       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-GRUPO                PIC  X(002)         VALUE "00".
       77 FS-GRUPOCLI             PIC  X(002)         VALUE "00".
       77 FS-REGIAO               PIC  X(002)         VALUE "00".

       77 W-QTD-RAIZ-DUPLICADA    PIC  9(009)         VALUE ZEROS.
       77 W-QTD-CPF-INVALIDO      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-DATAS-INVERTIDAS  PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REGIAO-ORFA       PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REGIAO-FORA       PIC  9(009)         VALUE ZEROS.

      * SEVERIDADE FINAL PARA O RETURN-CODE: 8 = ACHADO GRAVE (CPF
      * INVALIDO, DATAS INVERTIDAS), 4 = ALERTA (RAIZ DE CNPJ
      * DUPLICADA, REGIAO SEM VENDEDOR ATIVO, REGIAO FORA DA TABELA
      * DE REGIOES), 0 = CADASTROS LIMPOS.
       77 W-SEVERIDADE            PIC  9(002)         VALUE ZEROS.

      * RAIZ (8 PRIMEIRAS POSICOES, DIGITOS OU LETRAS NO CNPJ
      * ALFANUMERICO) DO CNPJ DO REGISTRO ANTERIOR NA
      * VARREDURA PELA CHAVE ALTERNADA - RAIZ REPETIDA EM CODIGOS
      * DIFERENTES E O RASTRO TIPICO DO QUASE-DUPLICADO LEGADO.
       77 W-RAIZ-ANTERIOR         PIC  X(008)         VALUE SPACES.
       77 W-COD-ANTERIOR          PIC  9(007)         VALUE ZEROS.

      * FILIAL CONFIRMADA: CLIENTE VINCULADO (CADGRUPOCLI) A UM
      * GRUPO ECONOMICO CUJA RAIZ E A DO PROPRIO CNPJ - RAIZ
      * REPETIDA ENTRE FILIAIS CONFIRMADAS NAO E MAIS APONTADA.
       77 W-QTD-FILIAL-CONFIRMADA PIC  9(009)         VALUE ZEROS.
       77 W-GRUPOS-DISPONIVEIS    PIC  X(001)         VALUE "N".
          88 W-TEM-GRUPOS            VALUE "S".
       77 W-CONFIRMADO-SW         PIC  X(001)         VALUE "N".
          88 W-CLIENTE-CONFIRMADO    VALUE "S".
       77 W-ANT-CONFIRMADO-SW     PIC  X(001)         VALUE "N".
          88 W-ANTERIOR-CONFIRMADO   VALUE "S".
       77 W-ANT-APONTADO-SW       PIC  X(001)         VALUE "N".
          88 W-ANTERIOR-APONTADO     VALUE "S".
       77 W-ATUAL-APONTADO-SW     PIC  X(001)         VALUE "N".
          88 W-ATUAL-APONTADO        VALUE "S".

       01  W-CNPJ-DETALHE.
           03 W-CNPJ-RAIZ         PIC X(008).
           03 FILLER              PIC X(006).
       01  W-CNPJ-COMPLETO REDEFINES W-CNPJ-DETALHE PIC X(014).

      * REGIOES COM VENDEDOR ATIVO, COLETADAS NA VARREDURA DE
      * VENDEDORES PARA O CRUZAMENTO COM OS CLIENTES.
       77 W-REGIAO-ACHADA         PIC X(001)          VALUE "N".
          88 W-ACHOU-REGIAO          VALUE "S".

      * TABELA DE REGIOES (CADREGIAO) - OPCIONAL. SEM ELA A REGIAO DOS
      * CADASTROS NAO E CONFERIDA. W-SITUACAO-REGIAO DEVOLVE "S"
      * (ATIVA NA TABELA), "I" (DESATIVADA) OU "N" (NAO CADASTRADA).
       77 W-REGIOES-DISPONIVEIS   PIC X(001)          VALUE "N".
          88 W-TEM-REGIOES           VALUE "S".
       77 W-REGIAO-VERIF          PIC X(003)          VALUE SPACES.
       77 W-SITUACAO-REGIAO       PIC X(001)          VALUE "S".
          88 W-REGIAO-VALIDA         VALUE "S".
          88 W-REGIAO-INATIVA        VALUE "I".
          88 W-REGIAO-INEXISTENTE    VALUE "N".

       01  LKS-PARAMETRO.
           05 COMPRIMENTO         PIC S9(04) COMP.
           05 LKS-NUMERO-I        PIC 9(015).
      * CHECAGEM DE INTEGRIDADE DOS CADASTROS, RODAVEL PELO
      * AGENDADOR ANTES DA RODADA NOTURNA (SEM TELA, RESULTADO VIA
      * DISPLAY, CSV DE ACHADOS E RETURN-CODE POR SEVERIDADE):
      *   - RAIZ DE CNPJ REPETIDA EM CODIGOS DE CLIENTE DIFERENTES,
      *     EXCETO ENTRE FILIAIS CONFIRMADAS DE UM GRUPO ECONOMICO
      *     (CADGRUPO/CADGRUPOCLI);
      *   - CPF DE VENDEDOR REPROVADO NO CALCDIGITO;
      *   - DATA-ULTIMA-ALTERACAO ANTERIOR A DATA-CADASTRO;
      *   - CLIENTE ATIVO CUJA REGIAO NAO TEM NENHUM VENDEDOR ATIVO;
      *   - CLIENTE OU VENDEDOR ATIVO COM REGIAO NAO CADASTRADA OU
      *     DESATIVADA NA TABELA DE REGIOES (CADREGIAO), QUANDO ELA
      *     EXISTE.
      *-----------------------------------------------------------
       000-INICIO.

              OPEN OUTPUT REL-CHK
              WRITE REG-CHK FROM WCAB

              PERFORM 050-ABRIR-GRUPOS
              PERFORM 060-ABRIR-REGIOES

              PERFORM 100-VARRER-VENDEDORES
              PERFORM 200-VARRER-CLIENTES-POR-CNPJ
              PERFORM 300-VARRER-CLIENTES-POR-CODIGO

              CLOSE REL-CHK

              IF W-TEM-GRUPOS
                 CLOSE ARQ-GRUPO
                 CLOSE ARQ-GRUPOCLI
              END-IF

              IF W-TEM-REGIOES
                 CLOSE ARQ-REGIAO
              END-IF

              DISPLAY "CHKDADOS - RAIZ CNPJ DUPLICADA: "
                      W-QTD-RAIZ-DUPLICADA
              DISPLAY "CHKDADOS - FILIAIS CONFIRMADAS: "
                      W-QTD-FILIAL-CONFIRMADA
              DISPLAY "CHKDADOS - CPF INVALIDO: "
                      W-QTD-CPF-INVALIDO
              DISPLAY "CHKDADOS - DATAS INVERTIDAS: "
                      W-QTD-DATAS-INVERTIDAS
              DISPLAY "CHKDADOS - REGIAO SEM VENDEDOR: "
                      W-QTD-REGIAO-ORFA
              DISPLAY "CHKDADOS - REGIAO FORA DA TABELA: "
                      W-QTD-REGIAO-FORA

              MOVE W-SEVERIDADE TO RETURN-CODE
           END-IF

           GOBACK.

      * OS GRUPOS ECONOMICOS SAO OPCIONAIS - SEM OS ARQUIVOS TODA
      * RAIZ REPETIDA CONTINUA SENDO APONTADA.
       050-ABRIR-GRUPOS.

           MOVE "N" TO W-GRUPOS-DISPONIVEIS

           OPEN INPUT ARQ-GRUPO
           OPEN INPUT ARQ-GRUPOCLI

           IF FS-GRUPO EQUAL "00" AND FS-GRUPOCLI EQUAL "00"
              MOVE "S" TO W-GRUPOS-DISPONIVEIS
           ELSE
              IF FS-GRUPO EQUAL "00" OR FS-GRUPO EQUAL "05"
                 CLOSE ARQ-GRUPO
              END-IF
              IF FS-GRUPOCLI EQUAL "00" OR FS-GRUPOCLI EQUAL "05"
                 CLOSE ARQ-GRUPOCLI
              END-IF
           END-IF

           MOVE "00" TO FS-GRUPO
           MOVE "00" TO FS-GRUPOCLI.

      * A TABELA DE REGIOES TAMBEM E OPCIONAL - INSTALACAO SEM ELA
      * SEGUE COM A REGIAO LIVRE, SEM ESSE ACHADO.
       060-ABRIR-REGIOES.

           MOVE "N" TO W-REGIOES-DISPONIVEIS

           OPEN INPUT ARQ-REGIAO

           IF FS-REGIAO EQUAL "00"
              MOVE "S" TO W-REGIOES-DISPONIVEIS
           ELSE
              IF FS-REGIAO EQUAL "05"
                 CLOSE ARQ-REGIAO
              END-IF
           END-IF

           MOVE "00" TO FS-REGIAO.

      * VARRE OS VENDEDORES VALIDANDO O CPF PELO CALCDIGITO E AS
      * DATAS DE CADASTRO, E COLETA AS REGIOES COM VENDEDOR ATIVO
      * PARA O CRUZAMENTO COM OS CLIENTES.

           IF VENDEDOR-ATIVO
              AND REGIAO-VENDEDOR NOT EQUAL SPACES
              MOVE REGIAO-VENDEDOR TO W-REGIAO-VERIF
              PERFORM 400-CONFERIR-TABELA-REGIAO
              IF W-REGIAO-VALIDA
                 PERFORM 120-REGISTRAR-REGIAO
              ELSE
                 MOVE "CADVENDEDOR" TO WDET-ARQUIVO
                 MOVE COD-VENDEDOR  TO WDET-CODIGO
                 PERFORM 410-APONTAR-REGIAO-FORA
              END-IF
           END-IF

           READ ARQ-VENDEDOR NEXT.
      * VARRE OS CLIENTES NA ORDEM DA CHAVE ALTERNADA DE CNPJ: RAIZ
      * (8 PRIMEIROS DIGITOS) IGUAL A DO REGISTRO ANTERIOR COM
      * CODIGO DIFERENTE E APONTADA COMO QUASE-DUPLICADO LEGADO.
      * QUANDO OS DOIS SAO FILIAIS CONFIRMADAS NADA E APONTADO; SE
      * SO UM DELES E, O APONTADO E O OUTRO.
       200-VARRER-CLIENTES-POR-CNPJ.

           MOVE SPACES TO W-RAIZ-ANTERIOR
           MOVE ZEROS TO W-COD-ANTERIOR
           MOVE "N" TO W-ANT-CONFIRMADO-SW
           MOVE "N" TO W-ANT-APONTADO-SW

           MOVE LOW-VALUES TO CNPJ
           START ARQ-CLIENTE KEY IS NOT LESS CNPJ
             INVALID KEY MOVE "23" TO FS-CLIENTE
           END-START

       210-CHECAR-RAIZ-CNPJ.

           MOVE CNPJ TO W-CNPJ-COMPLETO
           MOVE "N" TO W-ATUAL-APONTADO-SW

           PERFORM 220-VERIFICAR-FILIAL-GRUPO

           IF W-CNPJ-RAIZ EQUAL W-RAIZ-ANTERIOR
              AND COD-CLIENTE NOT EQUAL W-COD-ANTERIOR
              EVALUATE TRUE
                 WHEN NOT W-CLIENTE-CONFIRMADO
                    ADD 1 TO W-QTD-RAIZ-DUPLICADA
                    MOVE "RAIZ CNPJ DUPLICADA" TO WDET-TIPO
                    MOVE "CADCLIENTE"          TO WDET-ARQUIVO
                    MOVE COD-CLIENTE           TO WDET-CODIGO
                    STRING "MESMA RAIZ DO CLIENTE " W-COD-ANTERIOR
                      INTO WDET-DETALHE
                    WRITE REG-CHK FROM WDET
                    MOVE "S" TO W-ATUAL-APONTADO-SW

                    IF W-SEVERIDADE LESS 4
                       MOVE 4 TO W-SEVERIDADE
                    END-IF
                 WHEN NOT W-ANTERIOR-CONFIRMADO
                    AND NOT W-ANTERIOR-APONTADO
                    ADD 1 TO W-QTD-RAIZ-DUPLICADA
                    MOVE "RAIZ CNPJ DUPLICADA" TO WDET-TIPO
                    MOVE "CADCLIENTE"          TO WDET-ARQUIVO
                    MOVE W-COD-ANTERIOR        TO WDET-CODIGO
                    MOVE SPACES                TO WDET-DETALHE
                    STRING "MESMA RAIZ DA FILIAL " COD-CLIENTE
                      INTO WDET-DETALHE
                    WRITE REG-CHK FROM WDET

                    IF W-SEVERIDADE LESS 4
                       MOVE 4 TO W-SEVERIDADE
                    END-IF
              END-EVALUATE
           END-IF

           MOVE W-CNPJ-RAIZ TO W-RAIZ-ANTERIOR
           MOVE COD-CLIENTE TO W-COD-ANTERIOR
           MOVE W-CONFIRMADO-SW TO W-ANT-CONFIRMADO-SW
           MOVE W-ATUAL-APONTADO-SW TO W-ANT-APONTADO-SW

           READ ARQ-CLIENTE NEXT.

      * FILIAL CONFIRMADA: VINCULO PELA CHAVE ALTERNADA DO CLIENTE
      * E RAIZ DO GRUPO IGUAL A DO CNPJ ATUAL DO CLIENTE.
       220-VERIFICAR-FILIAL-GRUPO.

           MOVE "N" TO W-CONFIRMADO-SW

           IF W-TEM-GRUPOS
              MOVE COD-CLIENTE TO GC-COD-CLIENTE
              READ ARQ-GRUPOCLI RECORD KEY IS GC-COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-GRUPOCLI
              END-READ

              IF FS-GRUPOCLI EQUAL "00"
                 MOVE GC-COD-GRUPO TO GR-COD-GRUPO
                 READ ARQ-GRUPO RECORD KEY IS GR-COD-GRUPO
                   INVALID KEY MOVE "23" TO FS-GRUPO
                 END-READ

                 IF FS-GRUPO EQUAL "00"
                    AND GR-RAIZ-CNPJ EQUAL W-CNPJ-RAIZ
                    MOVE "S" TO W-CONFIRMADO-SW
                    ADD 1 TO W-QTD-FILIAL-CONFIRMADA
                 END-IF
              END-IF

              MOVE "00" TO FS-GRUPO
              MOVE "00" TO FS-GRUPOCLI
           END-IF.

      * SEGUNDA VARREDURA DE CLIENTES, AGORA PELA CHAVE PRIMARIA:
      * DATAS INVERTIDAS E REGIAO SEM VENDEDOR ATIVO.
       300-VARRER-CLIENTES-POR-CODIGO.

           IF CLIENTE-ATIVO
              AND REGIAO-CLIENTE NOT EQUAL SPACES
              MOVE REGIAO-CLIENTE TO W-REGIAO-VERIF
              PERFORM 400-CONFERIR-TABELA-REGIAO
              IF W-REGIAO-VALIDA
                 PERFORM 320-CHECAR-REGIAO-CLIENTE
              ELSE
                 MOVE "CADCLIENTE" TO WDET-ARQUIVO
                 MOVE COD-CLIENTE  TO WDET-CODIGO
                 PERFORM 410-APONTAR-REGIAO-FORA
              END-IF
           END-IF

           READ ARQ-CLIENTE NEXT.
              MOVE "S" TO W-REGIAO-ACHADA
           END-IF.

      * CONFERE W-REGIAO-VERIF NA TABELA DE REGIOES. SEM A TABELA
      * TODA REGIAO E TIDA COMO VALIDA.
       400-CONFERIR-TABELA-REGIAO.

           MOVE "S" TO W-SITUACAO-REGIAO

           IF W-TEM-REGIOES
              MOVE W-REGIAO-VERIF TO RG-CODIGO
              READ ARQ-REGIAO RECORD KEY IS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-READ

              IF FS-REGIAO EQUAL "00"
                 IF NOT RG-ATIVA
                    MOVE "I" TO W-SITUACAO-REGIAO
                 END-IF
              ELSE
                 MOVE "N" TO W-SITUACAO-REGIAO
              END-IF

              MOVE "00" TO FS-REGIAO
           END-IF.

      * ACHADO DE REGIAO FORA DA TABELA - ARQUIVO E CODIGO JA
      * PREENCHIDOS PELO CHAMADOR.
       410-APONTAR-REGIAO-FORA.

           ADD 1 TO W-QTD-REGIAO-FORA
           MOVE "REGIAO FORA DA TABELA" TO WDET-TIPO
           MOVE SPACES TO WDET-DETALHE

           IF W-REGIAO-INATIVA
              STRING "REGIAO " W-REGIAO-VERIF
                     " DESATIVADA NA TABELA DE REGIOES"
                DELIMITED BY SIZE
                INTO WDET-DETALHE
           ELSE
              STRING "REGIAO " W-REGIAO-VERIF
                     " NAO CADASTRADA NA TABELA DE REGIOES"
                DELIMITED BY SIZE
                INTO WDET-DETALHE
           END-IF

           WRITE REG-CHK FROM WDET

           IF W-SEVERIDADE LESS 4
              MOVE 4 TO W-SEVERIDADE
           END-IF.

       END PROGRAM CHKDADOS.
