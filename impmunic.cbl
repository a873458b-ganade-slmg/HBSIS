       PROGRAM-ID.   IMPMUNIC.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CIDADE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CID-CHAVE-CIDADE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CIDADE.

      *-----------------------------------------------------------
      * EXTRATO PERIODICO DOS INDICADORES MUNICIPAIS DO IBGE,
      * CONVERTIDO PARA LAYOUT FIXO - UM REGISTRO POR MUNICIPIO COM
      * O CODIGO IBGE, O NOME, A UF, O ANO DE REFERENCIA, A
      * POPULACAO ESTIMADA E O PIB MUNICIPAL EM R$ MIL (SEM
      * DECIMAIS). NOME SEM ACENTO, COMO NA BASE DE CIDADES.
      *-----------------------------------------------------------
           SELECT IMP-MUNIC ASSIGN TO "IMPMUNIC.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-IMP.

           SELECT REL-MUNIC ASSIGN TO "IMPMUNIC.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCIDADE'.

       COPY "CADCIDADE.CPY".

       FD  IMP-MUNIC
           LABEL RECORD IS STANDARD.

       01  REG-IMP-MUNIC.
           03 IMP-IBGE-TXT         PIC X(007).
           03 IMP-IBGE-NUM REDEFINES IMP-IBGE-TXT PIC 9(007).
           03 IMP-CIDADE           PIC X(030).
           03 IMP-UF               PIC X(002).
           03 IMP-ANO-TXT          PIC X(004).
           03 IMP-ANO-NUM REDEFINES IMP-ANO-TXT PIC 9(004).
           03 IMP-POPULACAO-TXT    PIC X(009).
           03 IMP-POPULACAO-NUM REDEFINES IMP-POPULACAO-TXT
                                   PIC 9(009).
           03 IMP-PIB-TXT          PIC X(011).
           03 IMP-PIB-NUM REDEFINES IMP-PIB-TXT PIC 9(011).

       FD  REL-MUNIC.
       01  REG-MUNIC-REL PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-CIDADE               PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ATUALIZADOS       PIC  9(009)         VALUE ZEROS.
       77 W-QTD-FORA-BASE         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-MAIS-ANTIGOS      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.

       77 W-DATA-CARGA            PIC  9(008)         VALUE ZEROS.
       77 W-MOTIVO                PIC  X(040)         VALUE SPACES.

       01  WCAB.
           03 FILLER PIC X(058) VALUE
              "CODIGO IBGE;CIDADE;UF;ANO;SITUACAO;MOTIVO;".

       01  WDET.
           03 WDET-IBGE           PIC X(007)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CIDADE         PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-UF             PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-ANO            PIC X(004)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CARGA DOS INDICADORES MUNICIPAIS (POPULACAO E PIB) NA BASE
      * DE CIDADES (CADCIDADE): SO ATUALIZA CIDADE JA CADASTRADA -
      * A BASE CONTINUA SENDO A DA REDE, MANTIDA PELO CADCIDADE, E O
      * MUNICIPIO DE FORA DELA SO E LISTADO. INDICADOR DE ANO
      * ANTERIOR AO JA GRAVADO NAO SOBREPOE O MAIS NOVO (O EXTRATO
      * PODE SER RECARREGADO A QUALQUER MOMENTO). LINHAS SEM CIDADE,
      * SEM UF OU COM ANO, POPULACAO OU PIB NAO NUMERICOS SAO
      * REJEITADAS. TUDO O QUE NAO FOI GRAVADO SAI NO IMPMUNIC.CSV.
      * RODAVEL PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPMUNIC - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT IMP-MUNIC

           IF FS-IMP NOT EQUAL "00"
              DISPLAY "IMPMUNIC - EXTRATO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              ACCEPT W-DATA-CARGA FROM DATE YYYYMMDD

              OPEN I-O ARQ-CIDADE

              OPEN OUTPUT REL-MUNIC
              WRITE REG-MUNIC-REL FROM WCAB

              READ IMP-MUNIC
              PERFORM 100-PROCESSAR-MUNICIPIO
                 UNTIL FS-IMP NOT EQUAL "00"

              CLOSE ARQ-CIDADE
              CLOSE REL-MUNIC
              CLOSE IMP-MUNIC

              DISPLAY "IMPMUNIC - LINHAS LIDAS: " W-QTD-LIDOS
              DISPLAY "IMPMUNIC - CIDADES ATUALIZADAS: "
                      W-QTD-ATUALIZADOS
              DISPLAY "IMPMUNIC - MUNICIPIOS FORA DA BASE: "
                      W-QTD-FORA-BASE
              DISPLAY "IMPMUNIC - INDICADORES MAIS ANTIGOS QUE OS "
                      "DA BASE: " W-QTD-MAIS-ANTIGOS
              DISPLAY "IMPMUNIC - LINHAS REJEITADAS: " W-QTD-REJEITADOS

              IF W-QTD-REJEITADOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "IMPMUNIC - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-PROCESSAR-MUNICIPIO.

           ADD 1 TO W-QTD-LIDOS

           MOVE SPACES TO W-MOTIVO

           EVALUATE TRUE
              WHEN IMP-CIDADE EQUAL SPACES
                 MOVE "CIDADE NAO INFORMADA" TO W-MOTIVO
              WHEN IMP-UF EQUAL SPACES
                 MOVE "UF NAO INFORMADA" TO W-MOTIVO
              WHEN IMP-ANO-TXT NOT NUMERIC
                   OR IMP-ANO-NUM EQUAL ZEROS
                 MOVE "ANO DE REFERENCIA INVALIDO" TO W-MOTIVO
              WHEN IMP-POPULACAO-TXT NOT NUMERIC
                 MOVE "POPULACAO NAO NUMERICA" TO W-MOTIVO
              WHEN IMP-PIB-TXT NOT NUMERIC
                 MOVE "PIB NAO NUMERICO" TO W-MOTIVO
           END-EVALUATE

           IF W-MOTIVO NOT EQUAL SPACES
              ADD 1 TO W-QTD-REJEITADOS
              MOVE "REJEITADA" TO WDET-SITUACAO
              PERFORM 300-LISTAR-MUNICIPIO
           ELSE
              PERFORM 200-GRAVAR-INDICADOR
           END-IF

           READ IMP-MUNIC.

      * CIDADE E UF EM MAIUSCULAS, COMO NA CHAVE DA BASE DE CIDADES.
       200-GRAVAR-INDICADOR.

           MOVE FUNCTION UPPER-CASE(IMP-CIDADE) TO CID-NOME
           MOVE FUNCTION UPPER-CASE(IMP-UF)     TO CID-UF

           READ ARQ-CIDADE RECORD KEY IS CID-CHAVE-CIDADE
             INVALID KEY MOVE "23" TO FS-CIDADE
           END-READ

           IF FS-CIDADE NOT EQUAL "00"
              ADD 1 TO W-QTD-FORA-BASE
              MOVE "IGNORADA" TO WDET-SITUACAO
              MOVE "CIDADE NAO CADASTRADA NA BASE" TO W-MOTIVO
              PERFORM 300-LISTAR-MUNICIPIO
           ELSE
      * REGISTRO ANTERIOR AOS INDICADORES TRAZ BRANCOS NELES.
              IF CID-ANO-INDICADOR NOT NUMERIC
                 MOVE ZEROS TO CID-ANO-INDICADOR
              END-IF

              IF IMP-ANO-NUM LESS CID-ANO-INDICADOR
                 ADD 1 TO W-QTD-MAIS-ANTIGOS
                 MOVE "IGNORADA" TO WDET-SITUACAO
                 MOVE "ANO ANTERIOR AO JA CARREGADO" TO W-MOTIVO
                 PERFORM 300-LISTAR-MUNICIPIO
              ELSE
                 MOVE ZEROS TO CID-COD-IBGE
                 IF IMP-IBGE-TXT NUMERIC
                    MOVE IMP-IBGE-NUM TO CID-COD-IBGE
                 END-IF
                 MOVE IMP-ANO-NUM       TO CID-ANO-INDICADOR
                 MOVE IMP-POPULACAO-NUM TO CID-POPULACAO
                 MOVE IMP-PIB-NUM       TO CID-PIB-MIL
                 MOVE W-DATA-CARGA      TO CID-DATA-INDICADOR

                 REWRITE ARQ-CIDADE-REG

                 ADD 1 TO W-QTD-ATUALIZADOS
              END-IF
           END-IF

           MOVE "00" TO FS-CIDADE.

       300-LISTAR-MUNICIPIO.

           MOVE IMP-IBGE-TXT TO WDET-IBGE
           MOVE IMP-CIDADE   TO WDET-CIDADE
           MOVE IMP-UF       TO WDET-UF
           MOVE IMP-ANO-TXT  TO WDET-ANO
           MOVE W-MOTIVO     TO WDET-MOTIVO

           WRITE REG-MUNIC-REL FROM WDET.

       END PROGRAM IMPMUNIC.
