           03 AC-HORA              PIC 9(008).
           03 AC-OPERACAO          PIC X(003).
           03 AC-COD-CLIENTE       PIC 9(007).
           03 AC-CNPJ-ANTES        PIC X(014).
           03 AC-CNPJ-DEPOIS       PIC X(014).
           03 AC-RAZAO-ANTES       PIC X(040).
           03 AC-RAZAO-DEPOIS      PIC X(040).
           03 AC-LATITUDE-ANTES    PIC S9(003)V9(008).
           03 AC-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AC-STATUS-ANTES      PIC X(001).
           03 AC-STATUS-DEPOIS     PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AC-SEGMENTO-ANTES    PIC X(001).
           03 AC-SEGMENTO-DEPOIS   PIC X(001).
           03 AC-FREQ-ANTES        PIC X(001).
           03 AC-FREQ-DEPOIS       PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADVENDEDOR.
       FD  ARQ-AUDVENDEDOR
           03 AV-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AV-STATUS-ANTES      PIC X(001).
           03 AV-STATUS-DEPOIS     PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AV-SEQ-LACRE         PIC 9(009).
           03 AV-LACRE             PIC 9(010).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.
      * REGISTROS DAS TRILHAS DE AUDITORIA POSTERIORES A ETIQUETA DO
      * SNAPSHOT - A TRILHA JA CARREGA CADA TRANSACAO DE MANUTENCAO
      * COM OS DADOS DEPOIS. A TRILHA SO AUDITA OS CAMPOS PRINCIPAIS
      * (DOCUMENTO, NOME, COORDENADAS, STATUS, SEGMENTO E FREQUENCIA
      * DE VISITA), ENTAO A INCLUSAO REAPLICADA NASCE COM O ESQUELETO
      * E OS DEMAIS CAMPOS FICAM PARA ACERTO EM TELA; AINDA ASSIM E
      * MUITO MELHOR QUE "RESTAURA E REDIGITA O DIA". CADA ENTRADA
      * APLICADA OU SALTADA SAI NO FAZRECUPERA.CSV. RODAVEL PELO
      * AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

                 WHEN "EXC"
                 WHEN "REA"
                 WHEN "FUS"
                 WHEN "CLS"
                    PERFORM 130-APLICAR-ALTERACAO-CLI
                 WHEN OTHER
                    MOVE "OPERACAO NAO REAPLICAVEL"
              MOVE AC-STATUS-DEPOIS    TO STATUS-CLIENTE
              SET VISITA-SEMANAL TO TRUE
              SET SEGMENTO-C     TO TRUE
              PERFORM 140-APLICAR-CLASSIF-CLI
              MOVE AC-DATA TO DATA-CADASTRO
                OF ARQ-CLIENTE-REG
              MOVE AC-DATA TO DATA-ULTIMA-ALTERACAO
              END-IF
           END-IF.

      * ALTERACAO/EXCLUSAO/REATIVACAO/FUSAO/RECLASSIFICACAO
      * REAPLICADAS: OS CAMPOS AUDITADOS RECEBEM OS VALORES DEPOIS.
       130-APLICAR-ALTERACAO-CLI.

           MOVE AC-COD-CLIENTE TO COD-CLIENTE
              MOVE AC-LATITUDE-DEPOIS  TO LATITUDE-CLIENTE
              MOVE AC-LONGITUDE-DEPOIS TO LONGITUDE-CLIENTE
              MOVE AC-STATUS-DEPOIS    TO STATUS-CLIENTE
              PERFORM 140-APLICAR-CLASSIF-CLI
              MOVE AC-DATA TO DATA-ULTIMA-ALTERACAO
                OF ARQ-CLIENTE-REG

              REWRITE ARQ-CLIENTE-REG
           END-IF.

      * SEGMENTO E FREQUENCIA SO SAO REAPLICADOS QUANDO O REGISTRO
      * DA TRILHA OS TRAZ - OS ANTIGOS VEM EM BRANCO.
       140-APLICAR-CLASSIF-CLI.
           IF AC-SEGMENTO-DEPOIS NOT EQUAL SPACE
              MOVE AC-SEGMENTO-DEPOIS TO SEGMENTO-CLIENTE
           END-IF

           IF AC-FREQ-DEPOIS NOT EQUAL SPACE
              MOVE AC-FREQ-DEPOIS TO FREQ-VISITA-CLIENTE
           END-IF.

       300-REPLICAR-VENDEDORES.

           OPEN INPUT ARQ-AUDVENDEDOR
