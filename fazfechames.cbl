       PROGRAM-ID.   FAZFECHAMES.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PERIODO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PER-ANO-MES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PERIODO.

           SELECT OPTIONAL ARQ-FECHCOM ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE-FECHCOM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-FECHCOM.

      *-----------------------------------------------------------
      * RESUMO PARA A FOLHA GERADO PELO FAZCOMISS - O QUE FOI PAGO
      * NA COMPETENCIA. MESMO LAYOUT ENVELOPADO (HEADER/TRAILER).
      *-----------------------------------------------------------
           SELECT EXP-FOLHA ASSIGN TO "FAZCOMISS.FOL"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-FOLHA.

           SELECT ARQ-PARAM ASSIGN TO "FAZFECHAMES.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT REL-FECHAMES ASSIGN TO "FAZFECHAMES.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPERIODO'.

       COPY "CADPERIODO.CPY".

       FD  ARQ-FECHCOM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADFECHCOM'.

       COPY "CADFECHCOM.CPY".

       FD  EXP-FOLHA
           LABEL RECORD IS STANDARD.

       01  REG-FOLHA.
           03 FOL-TIPO-REG         PIC X(001).
           03 FOL-COD-VENDEDOR     PIC 9(003).
           03 FOL-ANO-MES          PIC 9(006).
           03 FOL-TOTAL-VENDAS     PIC 9(013)V9(002).
           03 FOL-TOTAL-COMISSAO   PIC 9(011)V9(002).
           03 FOL-VALOR-LIBERADO   PIC 9(011)V9(002).
           03 FOL-VALOR-RETIDO     PIC 9(011)V9(002).
           03 FOL-VALOR-ESTORNADO  PIC 9(011)V9(002).
           03 FOL-PCT-ATINGIDO     PIC 9(005)V9(002).
           03 FOL-FATOR-FAIXA      PIC 9(003)V9(002).

       01  REG-FOLHA-CAB REDEFINES REG-FOLHA.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-DATA-GERACAO     PIC 9(008).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 CAB-ANO-MES          PIC 9(006).
           03 FILLER               PIC X(066).

       01  REG-FOLHA-TRL REDEFINES REG-FOLHA.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-TOTAL-COMISSAO   PIC 9(013)V9(002).
           03 TRL-TOTAL-ESTORNADO  PIC 9(013)V9(002).
           03 FILLER               PIC X(049).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-ANO-MES       PIC 9(006).

       FD  REL-FECHAMES.
       01  REG-FECHAMES PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-PERIODO              PIC  X(002)         VALUE "00".
       77 FS-FECHCOM              PIC  X(002)         VALUE "00".
       77 FS-FOLHA                PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".

      * COMPETENCIA A FECHAR - ZEROS NO .PAR ASSUME O MES ANTERIOR AO
      * DA DATA DO SISTEMA (O FECHAMENTO RODA DEPOIS DO PAGAMENTO DA
      * FOLHA, NO COMECO DO MES SEGUINTE).
       77 W-ANO-MES               PIC  9(006)         VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-AGORA            PIC  9(008)         VALUE ZEROS.

       01  W-ANO-MES-GRUPO.
           03 W-AM-ANO            PIC  9(004)         VALUE ZEROS.
           03 W-AM-MES            PIC  9(002)         VALUE ZEROS.
       01  W-ANO-MES-CALC REDEFINES W-ANO-MES-GRUPO PIC 9(006).

      *-----------------------------------------------------------
      * CONFERENCIA DO FAZCOMISS.FOL ANTES DE GRAVAR O LIVRO: O
      * HEADER TEM DE SER DA COMPETENCIA A FECHAR E OS DETALHES TEM
      * DE BATER COM O TRAILER (MESMA TECNICA DO IMPPEDIDO) - NAO SE
      * FECHA MES SOBRE RESUMO TRUNCADO OU DE OUTRA COMPETENCIA.
      *-----------------------------------------------------------
       77 W-DATA-GERACAO-FOL      PIC  9(008)         VALUE ZEROS.
       77 W-HORA-GERACAO-FOL      PIC  9(008)         VALUE ZEROS.
       77 W-QTD-DETALHES          PIC  9(009)         VALUE ZEROS.
       77 W-SOMA-COMISSAO         PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-SOMA-ESTORNADO        PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-QTD-OUTRO-MES         PIC  9(009)         VALUE ZEROS.
       77 W-TEM-HEADER-SW         PIC  X(001)         VALUE "N".
          88 W-TEM-HEADER            VALUE "S".
       77 W-TEM-TRAILER-SW        PIC  X(001)         VALUE "N".
          88 W-TEM-TRAILER           VALUE "S".
       77 W-FOLHA-OK-SW           PIC  X(001)         VALUE "N".
          88 W-FOLHA-OK              VALUE "S".

      * VERSAO DO FECHAMENTO: A MAIOR JA GRAVADA NO LIVRO PARA A
      * COMPETENCIA MAIS UM - O LIVRO NUNCA E REGRAVADO.
       77 W-VERSAO                PIC  9(003)         VALUE ZEROS.
       77 W-PERIODO-EXISTE-SW     PIC  X(001)         VALUE "N".
          88 W-PERIODO-EXISTE        VALUE "S".

       77 W-QTD-GRAVADOS          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ERROS             PIC  9(009)         VALUE ZEROS.
       77 W-TOTAL-COMISSAO        PIC  9(013)V9(002)  VALUE ZEROS.
       77 W-TOTAL-ESTORNADO       PIC  9(013)V9(002)  VALUE ZEROS.

       01  WCAB.
           03 FILLER PIC X(120) VALUE "COMPETENCIA;VERSAO;VENDEDOR;TOTA
      -"L VENDAS;COMISSAO;LIBERADO;RETIDO;ESTORNADO;% ATINGIDO;FATOR FAI
      -"XA;".

       01  WDET.
           03 WDET-ANO-MES        PIC 9(006)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VERSAO         PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COD-VENDEDOR   PIC 9(003)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VENDAS         PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-COMISSAO       PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LIBERADO       PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RETIDO         PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ESTORNADO      PIC ZZZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-ATINGIDO   PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-FATOR          PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * FECHAMENTO DO PERIODO COMERCIAL: DEPOIS QUE A FOLHA PAGOU A
      * COMISSAO DO MES (FAZCOMISS.FOL), CONGELA A COMPETENCIA NO
      * CONTROLE DE PERIODOS (ARQ-PERIODO) E GRAVA A COMISSAO PAGA
      * DE CADA VENDEDOR NO LIVRO DE FECHAMENTO (ARQ-FECHCOM), QUE SO
      * RECEBE INCLUSOES. COM A COMPETENCIA FECHADA, PEDIDO DATADO NO
      * MES NAO ENTRA NEM SAI (CADPEDIDO, IMPPEDIDO, LIBERACAO NO
      * CADCREDITO) E O FAZCOMISS NAO A RECALCULA - COMISSAO, META E
      * PLACAR CONTINUAM BATENDO COM O QUE FOI PAGO. A REABERTURA E
      * DO ADMINISTRADOR, NO CADPERIODO; O FECHAMENTO SEGUINTE GRAVA
      * UMA NOVA VERSAO NO LIVRO, SEM TOCAR NA ANTERIOR. O
      * FAZFECHAMES.CSV LISTA AS LINHAS GRAVADAS.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "FAZFECHAMES - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT EXP-FOLHA

           IF FS-FOLHA NOT EQUAL "00"
              DISPLAY "FAZFECHAMES - FAZCOMISS.FOL NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 050-CONFERIR-FOLHA

              CLOSE EXP-FOLHA

              IF W-FOLHA-OK
                 PERFORM 100-FECHAR-COMPETENCIA
              ELSE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "FAZFECHAMES - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT W-HORA-AGORA FROM TIME

           MOVE W-DATA-HOJE (1:6) TO W-ANO-MES-CALC
           IF W-AM-MES EQUAL 1
              SUBTRACT 1 FROM W-AM-ANO
              MOVE 12 TO W-AM-MES
           ELSE
              SUBTRACT 1 FROM W-AM-MES
           END-IF
           MOVE W-ANO-MES-CALC TO W-ANO-MES

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 AND PARAM-ANO-MES GREATER ZEROS
                 MOVE PARAM-ANO-MES TO W-ANO-MES
              END-IF
              CLOSE ARQ-PARAM
           END-IF

           DISPLAY "FAZFECHAMES - COMPETENCIA: " W-ANO-MES.

      * PRIMEIRA PASSADA: CONFERE O ENVELOPE E A COMPETENCIA DO
      * RESUMO ANTES DE QUALQUER GRAVACAO.
       050-CONFERIR-FOLHA.

           MOVE "N"   TO W-TEM-HEADER-SW
           MOVE "N"   TO W-TEM-TRAILER-SW
           MOVE "N"   TO W-FOLHA-OK-SW
           MOVE ZEROS TO W-QTD-DETALHES
           MOVE ZEROS TO W-SOMA-COMISSAO
           MOVE ZEROS TO W-SOMA-ESTORNADO
           MOVE ZEROS TO W-QTD-OUTRO-MES

           READ EXP-FOLHA

           IF FS-FOLHA EQUAL "00"
              AND CAB-TIPO-REG EQUAL "H"
              MOVE "S" TO W-TEM-HEADER-SW
              MOVE CAB-DATA-GERACAO TO W-DATA-GERACAO-FOL
              MOVE CAB-HORA-GERACAO TO W-HORA-GERACAO-FOL

              IF CAB-ANO-MES NOT EQUAL W-ANO-MES
                 DISPLAY "FAZFECHAMES - FAZCOMISS.FOL E DA COMPETENCIA "
                         CAB-ANO-MES " - RODAR O FAZCOMISS DO MES A "
                         "FECHAR"
              ELSE
                 READ EXP-FOLHA
                 PERFORM 060-CONTAR-REGISTRO
                    UNTIL FS-FOLHA NOT EQUAL "00"
                       OR W-TEM-TRAILER

                 EVALUATE TRUE
                    WHEN NOT W-TEM-TRAILER
                       DISPLAY "FAZFECHAMES - FAZCOMISS.FOL SEM "
                               "TRAILER"
                    WHEN TRL-QTD-REGISTROS NOT EQUAL W-QTD-DETALHES
                      OR TRL-TOTAL-COMISSAO NOT EQUAL W-SOMA-COMISSAO
                      OR TRL-TOTAL-ESTORNADO NOT EQUAL W-SOMA-ESTORNADO
                       DISPLAY "FAZFECHAMES - FAZCOMISS.FOL NAO BATE "
                               "COM O TRAILER"
                    WHEN W-QTD-OUTRO-MES GREATER ZEROS
                       DISPLAY "FAZFECHAMES - FAZCOMISS.FOL COM "
                               "DETALHE DE OUTRA COMPETENCIA"
                    WHEN OTHER
                       MOVE "S" TO W-FOLHA-OK-SW
                 END-EVALUATE
              END-IF
           ELSE
              DISPLAY "FAZFECHAMES - FAZCOMISS.FOL SEM HEADER"
           END-IF.

       060-CONTAR-REGISTRO.

           EVALUATE FOL-TIPO-REG
              WHEN "D"
                 ADD 1 TO W-QTD-DETALHES
                 ADD FOL-TOTAL-COMISSAO  TO W-SOMA-COMISSAO
                 ADD FOL-VALOR-ESTORNADO TO W-SOMA-ESTORNADO
                 IF FOL-ANO-MES NOT EQUAL W-ANO-MES
                    ADD 1 TO W-QTD-OUTRO-MES
                 END-IF
              WHEN "T"
                 MOVE "S" TO W-TEM-TRAILER-SW
           END-EVALUATE

           IF NOT W-TEM-TRAILER
              READ EXP-FOLHA
           END-IF.

      *-----------------------------------------------------------
      * COMPETENCIA JA FECHADA NAO E FECHADA DE NOVO - SO DEPOIS DA
      * REABERTURA PELO ADMINISTRADOR. O LIVRO RECEBE A VERSAO
      * SEGUINTE E O CONTROLE DE PERIODOS SO E MARCADO FECHADO SE
      * TODAS AS LINHAS FORAM GRAVADAS.
      *-----------------------------------------------------------
       100-FECHAR-COMPETENCIA.

           OPEN I-O ARQ-PERIODO

           IF FS-PERIODO NOT EQUAL "00" AND FS-PERIODO NOT EQUAL "05"
              DISPLAY "FAZFECHAMES - ERRO AO ABRIR CADPERIODO - FS="
                      FS-PERIODO
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "N" TO W-PERIODO-EXISTE-SW

              MOVE W-ANO-MES TO PER-ANO-MES
              READ ARQ-PERIODO RECORD KEY IS PER-ANO-MES
                INVALID KEY MOVE "23" TO FS-PERIODO
              END-READ

              IF FS-PERIODO EQUAL "00"
                 MOVE "S" TO W-PERIODO-EXISTE-SW
              ELSE
                 MOVE "00" TO FS-PERIODO
              END-IF

              IF W-PERIODO-EXISTE AND PER-FECHADO
                 DISPLAY "FAZFECHAMES - COMPETENCIA JA FECHADA EM "
                         PER-DATA-FECHAMENTO " (VERSAO " PER-VERSAO
                         ") - REABRIR NO CADPERIODO"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 OPEN I-O ARQ-FECHCOM

                 IF FS-FECHCOM NOT EQUAL "00"
                    AND FS-FECHCOM NOT EQUAL "05"
                    DISPLAY "FAZFECHAMES - ERRO AO ABRIR CADFECHCOM - "
                            "FS=" FS-FECHCOM
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    PERFORM 150-ACHAR-VERSAO
                    PERFORM 200-GRAVAR-LIVRO

                    CLOSE ARQ-FECHCOM

                    IF W-QTD-ERROS GREATER ZEROS
                       DISPLAY "FAZFECHAMES - ERROS NA GRAVACAO DO "
                               "LIVRO: " W-QTD-ERROS
                               " - COMPETENCIA NAO FECHADA"
                       MOVE 16 TO RETURN-CODE
                    ELSE
                       PERFORM 300-MARCAR-FECHADO
                    END-IF

                    DISPLAY "FAZFECHAMES - VERSAO DO FECHAMENTO: "
                            W-VERSAO
                    DISPLAY "FAZFECHAMES - VENDEDORES NO LIVRO: "
                            W-QTD-GRAVADOS
                    DISPLAY "FAZFECHAMES - COMISSAO FECHADA: "
                            W-TOTAL-COMISSAO
                    DISPLAY "FAZFECHAMES - ESTORNO FECHADO: "
                            W-TOTAL-ESTORNADO
                 END-IF
              END-IF

              CLOSE ARQ-PERIODO
           END-IF.

      * MAIOR VERSAO JA GRAVADA NO LIVRO PARA A COMPETENCIA, EM
      * QUALQUER VENDEDOR.
       150-ACHAR-VERSAO.

           MOVE ZEROS TO W-VERSAO

           MOVE W-ANO-MES TO FC-ANO-MES
           MOVE ZEROS     TO FC-COD-VENDEDOR
           MOVE ZEROS     TO FC-VERSAO

           START ARQ-FECHCOM KEY IS NOT LESS FC-CHAVE-FECHCOM
             INVALID KEY MOVE "23" TO FS-FECHCOM
           END-START

           IF FS-FECHCOM EQUAL "00"
              READ ARQ-FECHCOM NEXT
              PERFORM 160-VARRER-VERSAO
                 UNTIL FS-FECHCOM NOT EQUAL "00"
                    OR FC-ANO-MES NOT EQUAL W-ANO-MES
           END-IF

           MOVE "00" TO FS-FECHCOM

           ADD 1 TO W-VERSAO.

       160-VARRER-VERSAO.
           IF FC-VERSAO GREATER W-VERSAO
              MOVE FC-VERSAO TO W-VERSAO
           END-IF

           READ ARQ-FECHCOM NEXT.

      * SEGUNDA PASSADA NO FAZCOMISS.FOL: UMA LINHA NO LIVRO POR
      * DETALHE, SO COM WRITE.
       200-GRAVAR-LIVRO.

           MOVE ZEROS TO W-QTD-GRAVADOS
           MOVE ZEROS TO W-QTD-ERROS
           MOVE ZEROS TO W-TOTAL-COMISSAO
           MOVE ZEROS TO W-TOTAL-ESTORNADO

           OPEN INPUT  EXP-FOLHA
           OPEN OUTPUT REL-FECHAMES

           WRITE REG-FECHAMES FROM WCAB

           READ EXP-FOLHA
           PERFORM 210-GRAVAR-VENDEDOR
              UNTIL FS-FOLHA NOT EQUAL "00"

           CLOSE EXP-FOLHA
           CLOSE REL-FECHAMES.

       210-GRAVAR-VENDEDOR.

           IF FOL-TIPO-REG EQUAL "D"
              INITIALIZE ARQ-FECHCOM-REG
              MOVE W-ANO-MES           TO FC-ANO-MES
              MOVE FOL-COD-VENDEDOR    TO FC-COD-VENDEDOR
              MOVE W-VERSAO            TO FC-VERSAO
              MOVE W-DATA-HOJE         TO FC-DATA-FECHAMENTO
              MOVE W-HORA-AGORA        TO FC-HORA-FECHAMENTO
              MOVE W-DATA-GERACAO-FOL  TO FC-DATA-GERACAO-FOL
              MOVE W-HORA-GERACAO-FOL  TO FC-HORA-GERACAO-FOL
              MOVE FOL-TOTAL-VENDAS    TO FC-TOTAL-VENDAS
              MOVE FOL-TOTAL-COMISSAO  TO FC-TOTAL-COMISSAO
              MOVE FOL-VALOR-LIBERADO  TO FC-VALOR-LIBERADO
              MOVE FOL-VALOR-RETIDO    TO FC-VALOR-RETIDO
              MOVE FOL-VALOR-ESTORNADO TO FC-VALOR-ESTORNADO
              MOVE FOL-PCT-ATINGIDO    TO FC-PCT-ATINGIDO
              MOVE FOL-FATOR-FAIXA     TO FC-FATOR-FAIXA

              WRITE ARQ-FECHCOM-REG
                INVALID KEY MOVE "22" TO FS-FECHCOM
              END-WRITE

              IF FS-FECHCOM EQUAL "00"
                 ADD 1 TO W-QTD-GRAVADOS
                 ADD FC-TOTAL-COMISSAO  TO W-TOTAL-COMISSAO
                 ADD FC-VALOR-ESTORNADO TO W-TOTAL-ESTORNADO

                 MOVE FC-ANO-MES         TO WDET-ANO-MES
                 MOVE FC-VERSAO          TO WDET-VERSAO
                 MOVE FC-COD-VENDEDOR    TO WDET-COD-VENDEDOR
                 MOVE FC-TOTAL-VENDAS    TO WDET-VENDAS
                 MOVE FC-TOTAL-COMISSAO  TO WDET-COMISSAO
                 MOVE FC-VALOR-LIBERADO  TO WDET-LIBERADO
                 MOVE FC-VALOR-RETIDO    TO WDET-RETIDO
                 MOVE FC-VALOR-ESTORNADO TO WDET-ESTORNADO
                 MOVE FC-PCT-ATINGIDO    TO WDET-PCT-ATINGIDO
                 MOVE FC-FATOR-FAIXA     TO WDET-FATOR
                 WRITE REG-FECHAMES FROM WDET
              ELSE
                 ADD 1 TO W-QTD-ERROS
                 DISPLAY "FAZFECHAMES - LINHA DO VENDEDOR "
                         FOL-COD-VENDEDOR " NAO GRAVADA - FS="
                         FS-FECHCOM
                 MOVE "00" TO FS-FECHCOM
              END-IF
           END-IF

           READ EXP-FOLHA.

      * COMPETENCIA FECHADA NO CONTROLE DE PERIODOS - O REGISTRO DE
      * UMA REABERTURA ANTERIOR E REGRAVADO, MANTENDO OS DADOS DELA.
       300-MARCAR-FECHADO.

           IF NOT W-PERIODO-EXISTE
              INITIALIZE ARQ-PERIODO-REG
              MOVE W-ANO-MES TO PER-ANO-MES
           END-IF

           SET PER-FECHADO         TO TRUE
           MOVE W-VERSAO           TO PER-VERSAO
           MOVE W-DATA-HOJE        TO PER-DATA-FECHAMENTO
           MOVE W-HORA-AGORA       TO PER-HORA-FECHAMENTO
           MOVE W-QTD-GRAVADOS     TO PER-QTD-VENDEDORES
           MOVE W-TOTAL-COMISSAO   TO PER-TOTAL-COMISSAO
           MOVE W-TOTAL-ESTORNADO  TO PER-TOTAL-ESTORNADO

           IF W-PERIODO-EXISTE
              REWRITE ARQ-PERIODO-REG
           ELSE
              WRITE ARQ-PERIODO-REG
           END-IF

           IF FS-PERIODO EQUAL "00"
              DISPLAY "FAZFECHAMES - COMPETENCIA " W-ANO-MES
                      " FECHADA"
           ELSE
              DISPLAY "FAZFECHAMES - ERRO AO GRAVAR CADPERIODO - FS="
                      FS-PERIODO
              MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM FAZFECHAMES.
