       PROGRAM-ID.   EXPCLIERP.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

      *-----------------------------------------------------------
      * BASE DA ULTIMA TRANSMISSAO: A IMAGEM, EM ORDEM DE CODIGO,
      * DE CADA CLIENTE COMO O ERP O CONHECE. O DELTA E A
      * DIFERENCA ENTRE O CADCLIENTE E ESTA BASE - PEGA A
      * ALTERACAO VENHA DE ONDE VIER (CADCLIENTE, CONVERSAO DO
      * CADPROSPECT, IMPCRMALT, CADMERGE, FAZLGPD). A BASE NOVA E
      * GRAVADA A PARTE E SO SUBSTITUI A ANTIGA NO FIM. CADA IMAGEM
      * LEVA SE O ERP JA ACEITOU A INCLUSAO DO CLIENTE E O ULTIMO
      * MOVIMENTO ENVIADO - ENQUANTO O ERP NAO CONFIRMA O ENVIO
      * (RETORNO PENDENTE OU REJEITADO NO IMPCLIERPRET) O CLIENTE
      * VOLTA EM TODO DELTA, MESMO SEM MUDANCA NOS DADOS.
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-BASE ASSIGN TO "EXPCLIERP.BAS"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-BASE.

           SELECT ARQ-NOVA-BASE ASSIGN TO "EXPCLIERP.NOV"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-NOVA-BASE.

           SELECT EXP-ERP ASSIGN TO "EXPCLIERP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-PARAM ASSIGN TO "EXPCLIERP.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

      *-----------------------------------------------------------
      * LOG DE TRANSMISSAO: UM REGISTRO POR ARQUIVO GERADO, COM A
      * SEQUENCIA, DATA, MODO E CONTAGENS - A TRILHA DE TUDO O QUE
      * JA FOI ENVIADO AO ERP (MESMA IDEIA DO EXPCRM.LOG).
      *-----------------------------------------------------------
           SELECT OPTIONAL ARQ-LOGEXP ASSIGN TO "EXPCLIERP.LOG"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-LOGEXP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-BASE
           LABEL RECORD IS STANDARD.

       01  REG-BASE.
           03 BAS-COD-CLIENTE      PIC 9(007).
           03 BAS-IMAGEM           PIC X(209).
           03 BAS-ERP-CONHECIDO    PIC X(001).
           03 BAS-ULT-MOV          PIC X(001).

       FD  ARQ-NOVA-BASE
           LABEL RECORD IS STANDARD.

       01  REG-NOVA-BASE PIC X(218).

      *-----------------------------------------------------------
      * LAYOUT FIXO DO ARQUIVO DE SINCRONIZACAO DO CADASTRO DE
      * CLIENTES DO ERP - MESMAS CONVENCOES DO FEED DO CRM:
      * NUMERICOS COM ZEROS A ESQUERDA, ALFANUMERICOS COM BRANCOS A
      * DIREITA, HEADER ("H") COM A SEQUENCIA DA TRANSMISSAO E
      * TRAILER ("T") COM CONTAGEM E HASH-TOTAL DOS CODIGOS. CADA
      * DETALHE ("D") TRAZ O MOVIMENTO: I-INCLUIDO, A-ALTERADO,
      * N-INATIVADO, F-FUNDIDO (CODIGO DO SOBREVIVENTE INFORMADO),
      * E-EXCLUIDO DO CADASTRO, OU BRANCO NA CARGA COMPLETA.
      *-----------------------------------------------------------
       FD  EXP-ERP.
       01  REG-EXP-ERP.
           03 ERP-TIPO-REG         PIC X(001).
           03 ERP-COD-CLIENTE      PIC 9(007).
           03 ERP-TIPO-MOV         PIC X(001).
           03 ERP-CNPJ             PIC X(014).
           03 ERP-RAZAO-SOCIAL     PIC X(040).
           03 ERP-INSC-ESTADUAL    PIC 9(012).
           03 ERP-STATUS           PIC X(001).
           03 ERP-SUCESSOR         PIC 9(007).
           03 ERP-FILIAL           PIC X(002).
           03 ERP-ENDERECO.
              05 ERP-LOGRADOURO    PIC X(040).
              05 ERP-NUMERO        PIC X(008).
              05 ERP-CIDADE        PIC X(030).
              05 ERP-UF            PIC X(002).
              05 ERP-CEP           PIC 9(008).
              05 ERP-TELEFONE      PIC X(015).
              05 ERP-CONTATO       PIC X(030).

       01  REG-ERP-CAB.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-DATA-GERACAO     PIC 9(008).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 CAB-SEQ-TRANSMISSAO  PIC 9(006).
           03 CAB-MODO             PIC X(001).
           03 FILLER               PIC X(194).

       01  REG-ERP-TRL.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-HASH-CLIENTES    PIC 9(018).
           03 FILLER               PIC X(190).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-MODO           PIC X(001).

       FD  ARQ-LOGEXP
           LABEL RECORD IS STANDARD.

       01  REG-LOGEXP.
           03 LOG-DATA-GERACAO     PIC 9(008).
           03 LOG-HORA-GERACAO     PIC 9(008).
           03 LOG-SEQ-TRANSMISSAO  PIC 9(006).
           03 LOG-MODO             PIC X(001).
           03 LOG-QTD-REGISTROS    PIC 9(009).
           03 LOG-QTD-INCLUIDOS    PIC 9(009).
           03 LOG-QTD-ALTERADOS    PIC 9(009).
           03 LOG-QTD-INATIVADOS   PIC 9(009).
           03 LOG-QTD-FUNDIDOS     PIC 9(009).
           03 LOG-QTD-EXCLUIDOS    PIC 9(009).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-BASE                 PIC  X(002)         VALUE "00".
       77 FS-NOVA-BASE            PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-LOGEXP               PIC  X(002)         VALUE "00".

      *-----------------------------------------------------------
      * MODO DE GERACAO: "D" DELTA (O NORMAL - SO O QUE MUDOU
      * DESDE A ULTIMA TRANSMISSAO) OU "C" CARGA COMPLETA, PARA
      * RESSINCRONIZAR O ERP INTEIRO. SEM BASE ANTERIOR O DELTA
      * DEGRADA PARA COMPLETO.
      *-----------------------------------------------------------
       77 W-PARAM-MODO            PIC  X(001)         VALUE "D".
          88 W-MODO-COMPLETO         VALUE "C".
          88 W-MODO-DELTA            VALUE "D".

       77 W-BASE-ABERTA           PIC  X(001)         VALUE "N".

       77 W-DATA-GERACAO          PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO          PIC  9(008)         VALUE ZEROS.
       77 W-SEQ-TRANSMISSAO       PIC  9(006)         VALUE ZEROS.

      * CHAVES DO PAREAMENTO - 99999999 MARCA FIM DE ARQUIVO (MAIOR
      * QUE QUALQUER CODIGO DE CLIENTE).
       77 W-CHAVE-CLI             PIC  9(008)         VALUE ZEROS.
       77 W-CHAVE-BAS             PIC  9(008)         VALUE ZEROS.

       77 W-TIPO-MOV              PIC  X(001)         VALUE SPACES.

      * O ERP JA TEM O CLIENTE (INCLUSAO ACEITA) - SEM ISSO TODO
      * REENVIO SAI COMO INCLUSAO. BASE GRAVADA ANTES DESTA MARCA
      * (EM BRANCO) E TIDA COMO CONHECIDA PELO ERP.
       77 W-CONHECIDO-SW          PIC  X(001)         VALUE "N".
          88 W-CONHECIDO-ERP         VALUE "S".
       77 W-REENVIAR-SW           PIC  X(001)         VALUE "N".
          88 W-REENVIAR              VALUE "S".

       77 W-QTD-REGISTROS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-INCLUIDOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ALTERADOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-INATIVADOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-FUNDIDOS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-EXCLUIDOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-BASE              PIC  9(009)         VALUE ZEROS.
       77 W-HASH-CLIENTES         PIC  9(018)         VALUE ZEROS.

      * IMAGEM DO CLIENTE NO LAYOUT DA BASE - O QUE O ERP CONHECE.
       01  W-REG-BASE.
           03 W-BAS-COD-CLIENTE    PIC 9(007).
           03 W-IMAGEM.
              05 W-IMG-CNPJ           PIC X(014).
              05 W-IMG-RAZAO-SOCIAL   PIC X(040).
              05 W-IMG-INSC-ESTADUAL  PIC 9(012).
              05 W-IMG-STATUS         PIC X(001).
              05 W-IMG-SUCESSOR       PIC 9(007).
              05 W-IMG-FILIAL         PIC X(002).
              05 W-IMG-ENDERECO.
                 07 W-IMG-LOGRADOURO  PIC X(040).
                 07 W-IMG-NUMERO      PIC X(008).
                 07 W-IMG-CIDADE      PIC X(030).
                 07 W-IMG-UF          PIC X(002).
                 07 W-IMG-CEP         PIC 9(008).
                 07 W-IMG-TELEFONE    PIC X(015).
                 07 W-IMG-CONTATO     PIC X(030).
           03 W-BAS-ERP-CONHECIDO  PIC X(001).
           03 W-BAS-ULT-MOV        PIC X(001).

      * A MESMA IMAGEM COMO ESTAVA NA BASE ANTERIOR.
       01  W-REG-BASE-ANT.
           03 W-ANT-COD-CLIENTE    PIC 9(007).
           03 W-ANT-IMAGEM.
              05 W-ANT-CNPJ           PIC X(014).
              05 W-ANT-RAZAO-SOCIAL   PIC X(040).
              05 W-ANT-INSC-ESTADUAL  PIC 9(012).
              05 W-ANT-STATUS         PIC X(001).
              05 W-ANT-SUCESSOR       PIC 9(007).
              05 FILLER               PIC X(135).
           03 W-ANT-ERP-CONHECIDO  PIC X(001).
           03 W-ANT-ULT-MOV        PIC X(001).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * SINCRONIZACAO DO CADASTRO DE CLIENTES COM O ERP: GERA O
      * EXPCLIERP.TXT COM AS INCLUSOES, ALTERACOES, INATIVACOES E
      * FUSOES DESDE A ULTIMA TRANSMISSAO (OU A CARGA COMPLETA),
      * MARCA CADA CLIENTE ENVIADO COMO PENDENTE DE RETORNO COM A
      * SEQUENCIA DA TRANSMISSAO E REGISTRA A TRANSMISSAO NO
      * EXPCLIERP.LOG. O RETORNO DO ERP E PROCESSADO PELO
      * IMPCLIERPRET. RODAVEL PELO AGENDADOR, COMO OS DEMAIS
      * BATCHES (DISPLAY + RETURN-CODE).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "EXPCLIERP - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 040-LER-PARAMETROS
           PERFORM 050-ACHAR-ULTIMA-SEQUENCIA

           OPEN I-O ARQ-CLIENTE

           IF FS-CLIENTE NOT EQUAL "00"
              DISPLAY "EXPCLIERP - ERRO NA ABERTURA DO CADCLIENTE: "
                      FS-CLIENTE
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 060-ABRIR-BASE

              ACCEPT W-DATA-GERACAO FROM DATE YYYYMMDD
              ACCEPT W-HORA-GERACAO FROM TIME

              OPEN OUTPUT EXP-ERP
              OPEN OUTPUT ARQ-NOVA-BASE

              PERFORM 070-GRAVAR-HEADER

              MOVE ZEROS TO COD-CLIENTE
              START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE
                INVALID KEY MOVE "23" TO FS-CLIENTE
              END-START

              PERFORM 110-LER-CLIENTE
              PERFORM 120-LER-BASE

              PERFORM 100-PAREAR
                 UNTIL W-CHAVE-CLI EQUAL 99999999
                   AND W-CHAVE-BAS EQUAL 99999999

              PERFORM 080-GRAVAR-TRAILER

              CLOSE ARQ-CLIENTE
              CLOSE EXP-ERP
              CLOSE ARQ-NOVA-BASE
              IF W-BASE-ABERTA EQUAL "S"
                 CLOSE ARQ-BASE
              END-IF

              PERFORM 300-SUBSTITUIR-BASE
              PERFORM 400-GRAVAR-LOG

              DISPLAY "EXPCLIERP - TRANSMISSAO: " W-SEQ-TRANSMISSAO
                      " MODO: " W-PARAM-MODO
              DISPLAY "EXPCLIERP - REGISTROS GRAVADOS: "
                      W-QTD-REGISTROS
              DISPLAY "EXPCLIERP - INCLUIDOS: " W-QTD-INCLUIDOS
              DISPLAY "EXPCLIERP - ALTERADOS: " W-QTD-ALTERADOS
              DISPLAY "EXPCLIERP - INATIVADOS: " W-QTD-INATIVADOS
              DISPLAY "EXPCLIERP - FUNDIDOS: " W-QTD-FUNDIDOS
              DISPLAY "EXPCLIERP - EXCLUIDOS DO CADASTRO: "
                      W-QTD-EXCLUIDOS
           END-IF

           DISPLAY "EXPCLIERP - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       040-LER-PARAMETROS.

           MOVE "D" TO W-PARAM-MODO

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-MODO EQUAL "C"
                 SET W-MODO-COMPLETO TO TRUE
              END-IF
              CLOSE ARQ-PARAM
           END-IF.

      * A SEQUENCIA DA TRANSMISSAO E A ULTIMA DO LOG MAIS UM - E A
      * REFERENCIA QUE O ERP DEVOLVE NO ARQUIVO DE RETORNO.
       050-ACHAR-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO W-SEQ-TRANSMISSAO

           OPEN INPUT ARQ-LOGEXP
           IF FS-LOGEXP EQUAL "00"
              READ ARQ-LOGEXP
              PERFORM 055-GUARDAR-SEQUENCIA
                 UNTIL FS-LOGEXP NOT EQUAL "00"
              CLOSE ARQ-LOGEXP
           ELSE
              IF FS-LOGEXP EQUAL "05"
                 CLOSE ARQ-LOGEXP
              END-IF
           END-IF

           MOVE "00" TO FS-LOGEXP

           IF W-SEQ-TRANSMISSAO EQUAL 999999
              MOVE ZEROS TO W-SEQ-TRANSMISSAO
           END-IF
           ADD 1 TO W-SEQ-TRANSMISSAO.

       055-GUARDAR-SEQUENCIA.
           IF LOG-SEQ-TRANSMISSAO IS NUMERIC
              MOVE LOG-SEQ-TRANSMISSAO TO W-SEQ-TRANSMISSAO
           END-IF

           READ ARQ-LOGEXP.

       060-ABRIR-BASE.
           MOVE "N" TO W-BASE-ABERTA

           OPEN INPUT ARQ-BASE
           IF FS-BASE EQUAL "00" OR FS-BASE EQUAL "05"
              MOVE "S" TO W-BASE-ABERTA
           END-IF

           IF W-MODO-DELTA AND FS-BASE NOT EQUAL "00"
              DISPLAY "EXPCLIERP - SEM BASE DA TRANSMISSAO ANTERIOR - "
                      "GERADA CARGA COMPLETA"
              SET W-MODO-COMPLETO TO TRUE
           END-IF.

       070-GRAVAR-HEADER.
           INITIALIZE REG-ERP-CAB

           MOVE "H"               TO CAB-TIPO-REG
           MOVE W-DATA-GERACAO    TO CAB-DATA-GERACAO
           MOVE W-HORA-GERACAO    TO CAB-HORA-GERACAO
           MOVE W-SEQ-TRANSMISSAO TO CAB-SEQ-TRANSMISSAO
           MOVE W-PARAM-MODO      TO CAB-MODO

           WRITE REG-ERP-CAB.

       080-GRAVAR-TRAILER.
           INITIALIZE REG-ERP-TRL

           MOVE "T"             TO TRL-TIPO-REG
           MOVE W-QTD-REGISTROS TO TRL-QTD-REGISTROS
           MOVE W-HASH-CLIENTES TO TRL-HASH-CLIENTES

           WRITE REG-ERP-TRL.

      *-----------------------------------------------------------
      * PAREAMENTO DO CADCLIENTE COM A BASE, AMBOS EM ORDEM DE
      * CODIGO: CLIENTE SEM BASE E INCLUSAO, BASE SEM CLIENTE E
      * EXCLUSAO, E OS PAREADOS SO SAEM QUANDO A IMAGEM MUDOU. NA
      * CARGA COMPLETA TODO CLIENTE DO CADASTRO SAI, SEM MOVIMENTO.
      * PAREADO AINDA NAO CONFIRMADO PELO ERP SAI DE NOVO.
      *-----------------------------------------------------------
       100-PAREAR.

           EVALUATE TRUE
              WHEN W-CHAVE-CLI LESS W-CHAVE-BAS
                 PERFORM 130-CLIENTE-SEM-BASE
                 PERFORM 110-LER-CLIENTE
              WHEN W-CHAVE-CLI EQUAL W-CHAVE-BAS
                 PERFORM 140-CLIENTE-PAREADO
                 PERFORM 110-LER-CLIENTE
                 PERFORM 120-LER-BASE
              WHEN OTHER
                 PERFORM 150-BASE-SEM-CLIENTE
                 PERFORM 120-LER-BASE
           END-EVALUATE.

       110-LER-CLIENTE.
           IF FS-CLIENTE EQUAL "00"
              READ ARQ-CLIENTE NEXT
           END-IF

           IF FS-CLIENTE EQUAL "00"
              MOVE COD-CLIENTE TO W-CHAVE-CLI
           ELSE
              MOVE 99999999 TO W-CHAVE-CLI
           END-IF.

       120-LER-BASE.
           IF W-BASE-ABERTA EQUAL "S"
              AND FS-BASE EQUAL "00"
              READ ARQ-BASE
           ELSE
              MOVE "10" TO FS-BASE
           END-IF

           IF FS-BASE EQUAL "00"
              AND BAS-COD-CLIENTE IS NUMERIC
              MOVE BAS-COD-CLIENTE TO W-CHAVE-BAS
              MOVE REG-BASE        TO W-REG-BASE-ANT
           ELSE
              MOVE 99999999 TO W-CHAVE-BAS
           END-IF.

       130-CLIENTE-SEM-BASE.
           PERFORM 160-MONTAR-IMAGEM

           IF W-MODO-COMPLETO
              MOVE SPACES TO W-TIPO-MOV
           ELSE
              MOVE "I" TO W-TIPO-MOV
              ADD 1 TO W-QTD-INCLUIDOS
           END-IF

           MOVE "N"        TO W-BAS-ERP-CONHECIDO
           MOVE W-TIPO-MOV TO W-BAS-ULT-MOV

           PERFORM 200-GRAVAR-DETALHE
           PERFORM 210-MARCAR-CLIENTE
           PERFORM 220-GRAVAR-NOVA-BASE.

      * CLIENTE PAREADO: O MOVIMENTO SAI DA COMPARACAO COM A
      * IMAGEM ANTERIOR - SUCESSOR NOVO E FUSAO (CADMERGE),
      * ATIVO QUE FICOU INATIVO E INATIVACAO, O RESTO ALTERACAO.
      * O ERP PASSA A CONHECER O CLIENTE QUANDO O IMPCLIERPRET
      * REGISTRA O ACEITE; ATE LA O REENVIO E INCLUSAO. SEM
      * MUDANCA NOS DADOS, O REENVIO REPETE O ULTIMO MOVIMENTO.
       140-CLIENTE-PAREADO.
           PERFORM 160-MONTAR-IMAGEM

           MOVE "N" TO W-CONHECIDO-SW
           IF W-ANT-ERP-CONHECIDO EQUAL "S"
              OR W-ANT-ERP-CONHECIDO EQUAL SPACES
              OR ERP-SINCRONIZADO
              MOVE "S" TO W-CONHECIDO-SW
           END-IF

           MOVE "N" TO W-REENVIAR-SW
           IF W-IMAGEM NOT EQUAL W-ANT-IMAGEM
              OR NOT ERP-SINCRONIZADO
              MOVE "S" TO W-REENVIAR-SW
           END-IF

           MOVE W-CONHECIDO-SW TO W-BAS-ERP-CONHECIDO
           MOVE W-ANT-ULT-MOV  TO W-BAS-ULT-MOV

           IF W-MODO-COMPLETO
              MOVE SPACES TO W-TIPO-MOV
              MOVE SPACES TO W-BAS-ULT-MOV
              PERFORM 200-GRAVAR-DETALHE
              PERFORM 210-MARCAR-CLIENTE
           ELSE
              IF W-REENVIAR
                 EVALUATE TRUE
                    WHEN NOT W-CONHECIDO-ERP
                       MOVE "I" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-INCLUIDOS
                    WHEN W-IMAGEM EQUAL W-ANT-IMAGEM
                     AND W-ANT-ULT-MOV EQUAL "F"
                       MOVE "F" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-FUNDIDOS
                    WHEN W-IMAGEM EQUAL W-ANT-IMAGEM
                     AND W-ANT-ULT-MOV EQUAL "N"
                       MOVE "N" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-INATIVADOS
                    WHEN W-IMAGEM EQUAL W-ANT-IMAGEM
                       MOVE "A" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-ALTERADOS
                    WHEN W-IMG-SUCESSOR GREATER ZEROS
                     AND W-IMG-SUCESSOR NOT EQUAL W-ANT-SUCESSOR
                       MOVE "F" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-FUNDIDOS
                    WHEN W-IMG-STATUS EQUAL "I"
                     AND W-ANT-STATUS NOT EQUAL "I"
                       MOVE "N" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-INATIVADOS
                    WHEN OTHER
                       MOVE "A" TO W-TIPO-MOV
                       ADD 1 TO W-QTD-ALTERADOS
                 END-EVALUATE

                 MOVE W-TIPO-MOV TO W-BAS-ULT-MOV

                 PERFORM 200-GRAVAR-DETALHE
                 PERFORM 210-MARCAR-CLIENTE
              END-IF
           END-IF

           PERFORM 220-GRAVAR-NOVA-BASE.

      * CLIENTE QUE O ERP CONHECE E SUMIU DO CADASTRO (EXPURGO) -
      * SAI COM A IMAGEM DA BASE PARA O ERP ENCERRAR DO SEU LADO.
      * NA CARGA COMPLETA SIMPLESMENTE NAO APARECE.
       150-BASE-SEM-CLIENTE.
           IF W-MODO-DELTA
              MOVE W-REG-BASE-ANT TO W-REG-BASE
              MOVE "E" TO W-TIPO-MOV
              ADD 1 TO W-QTD-EXCLUIDOS
              PERFORM 200-GRAVAR-DETALHE
           END-IF.

       160-MONTAR-IMAGEM.
           INITIALIZE W-REG-BASE

           MOVE COD-CLIENTE      TO W-BAS-COD-CLIENTE
           MOVE CNPJ             TO W-IMG-CNPJ
           MOVE RAZAO-SOCIAL     TO W-IMG-RAZAO-SOCIAL
           MOVE STATUS-CLIENTE   TO W-IMG-STATUS
           MOVE FILIAL-CLIENTE   TO W-IMG-FILIAL
           MOVE ENDERECO-CLIENTE TO W-IMG-ENDERECO

           IF INSC-ESTADUAL-CLIENTE IS NUMERIC
              MOVE INSC-ESTADUAL-CLIENTE TO W-IMG-INSC-ESTADUAL
           END-IF

           IF CLIENTE-SUCESSOR IS NUMERIC
              MOVE CLIENTE-SUCESSOR TO W-IMG-SUCESSOR
           END-IF

           IF W-IMG-CEP IS NOT NUMERIC
              MOVE ZEROS TO W-IMG-CEP
           END-IF.

       200-GRAVAR-DETALHE.
           INITIALIZE REG-EXP-ERP

           MOVE "D"                 TO ERP-TIPO-REG
           MOVE W-BAS-COD-CLIENTE   TO ERP-COD-CLIENTE
           MOVE W-TIPO-MOV          TO ERP-TIPO-MOV
           MOVE W-IMG-CNPJ          TO ERP-CNPJ
           MOVE W-IMG-RAZAO-SOCIAL  TO ERP-RAZAO-SOCIAL
           MOVE W-IMG-INSC-ESTADUAL TO ERP-INSC-ESTADUAL
           MOVE W-IMG-STATUS        TO ERP-STATUS
           MOVE W-IMG-SUCESSOR      TO ERP-SUCESSOR
           MOVE W-IMG-FILIAL        TO ERP-FILIAL
           MOVE W-IMG-ENDERECO      TO ERP-ENDERECO

           WRITE REG-EXP-ERP

           ADD 1 TO W-QTD-REGISTROS
           ADD ERP-COD-CLIENTE TO W-HASH-CLIENTES
             ON SIZE ERROR CONTINUE
           END-ADD.

      * O CLIENTE FICA PENDENTE DE RETORNO, COM A SEQUENCIA EM QUE
      * SAIU - O IMPCLIERPRET SO ACEITA O RETORNO DESSA SEQUENCIA.
       210-MARCAR-CLIENTE.
           SET ERP-PENDENTE TO TRUE
           MOVE W-SEQ-TRANSMISSAO TO SEQ-TRANSMISSAO-ERP
           MOVE SPACES            TO MOTIVO-ERP

           REWRITE ARQ-CLIENTE-REG.

       220-GRAVAR-NOVA-BASE.
           WRITE REG-NOVA-BASE FROM W-REG-BASE
           ADD 1 TO W-QTD-BASE.

      * A BASE NOVA SUBSTITUI A ANTIGA SO DEPOIS DO ARQUIVO DO ERP
      * FECHADO - UMA INTERRUPCAO ANTES DISSO DEIXA A BASE ANTIGA
      * INTACTA E O PROXIMO DELTA REPETE O MOVIMENTO.
       300-SUBSTITUIR-BASE.

           OPEN INPUT  ARQ-NOVA-BASE
           OPEN OUTPUT ARQ-BASE

           READ ARQ-NOVA-BASE
           PERFORM 310-COPIAR-BASE
              UNTIL FS-NOVA-BASE NOT EQUAL "00"

           CLOSE ARQ-NOVA-BASE
           CLOSE ARQ-BASE.

       310-COPIAR-BASE.
           WRITE REG-BASE FROM REG-NOVA-BASE

           READ ARQ-NOVA-BASE.

       400-GRAVAR-LOG.
           OPEN EXTEND ARQ-LOGEXP

           IF FS-LOGEXP EQUAL "00" OR FS-LOGEXP EQUAL "05"
              MOVE W-DATA-GERACAO    TO LOG-DATA-GERACAO
              MOVE W-HORA-GERACAO    TO LOG-HORA-GERACAO
              MOVE W-SEQ-TRANSMISSAO TO LOG-SEQ-TRANSMISSAO
              MOVE W-PARAM-MODO      TO LOG-MODO
              MOVE W-QTD-REGISTROS   TO LOG-QTD-REGISTROS
              MOVE W-QTD-INCLUIDOS   TO LOG-QTD-INCLUIDOS
              MOVE W-QTD-ALTERADOS   TO LOG-QTD-ALTERADOS
              MOVE W-QTD-INATIVADOS  TO LOG-QTD-INATIVADOS
              MOVE W-QTD-FUNDIDOS    TO LOG-QTD-FUNDIDOS
              MOVE W-QTD-EXCLUIDOS   TO LOG-QTD-EXCLUIDOS

              WRITE REG-LOGEXP

              CLOSE ARQ-LOGEXP
           END-IF.

       END PROGRAM EXPCLIERP.
