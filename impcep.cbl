       PROGRAM-ID.   IMPCEP.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CEP ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CEP-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CEP.

      *-----------------------------------------------------------
      * EXTRATO DE CEP DOS CORREIOS, CONVERTIDO PARA LAYOUT FIXO -
      * UM REGISTRO POR CEP COM LOGRADOURO, BAIRRO, CIDADE, UF E AS
      * COORDENADAS APROXIMADAS (SINAL + 11 DIGITOS COM 8 DECIMAIS,
      * MESMA MASCARA DA IMPORTACAO POSICIONAL DO CADCLIENTE; ZERADAS
      * QUANDO NAO HA COORDENADA PARA O CEP).
      *-----------------------------------------------------------
           SELECT IMP-CEP ASSIGN TO "IMPCEP.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-IMP.

           SELECT REL-CEP ASSIGN TO "IMPCEP.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCEP'.

       COPY "CADCEP.CPY".

       FD  IMP-CEP
           LABEL RECORD IS STANDARD.

       01  REG-IMP-CEP.
           03 IMP-CEP-TXT          PIC X(008).
           03 IMP-CEP-NUM REDEFINES IMP-CEP-TXT PIC 9(008).
           03 IMP-LOGRADOURO       PIC X(040).
           03 IMP-BAIRRO           PIC X(030).
           03 IMP-CIDADE           PIC X(030).
           03 IMP-UF               PIC X(002).
           03 IMP-SINAL-LAT        PIC X(001).
           03 IMP-LATITUDE         PIC 9(011).
           03 IMP-SINAL-LON        PIC X(001).
           03 IMP-LONGITUDE        PIC 9(011).

       FD  REL-CEP.
       01  REG-CEP-REL PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-CEP                  PIC  X(002)         VALUE "00".
       77 FS-IMP                  PIC  X(002)         VALUE "00".

       77 W-QTD-LIDOS             PIC  9(009)         VALUE ZEROS.
       77 W-QTD-INCLUIDOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ATUALIZADOS       PIC  9(009)         VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(009)         VALUE ZEROS.

       77 W-DATA-CARGA            PIC  9(008)         VALUE ZEROS.
       77 W-MOTIVO                PIC  X(040)         VALUE SPACES.

       01  WCAB.
           03 FILLER PIC X(120) VALUE "CEP;CIDADE;UF;MOTIVO DA REJEICA
      -"O;".

       01  WDET.
           03 WDET-CEP            PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CIDADE         PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-UF             PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CARGA DA BASE DE CEP (CADCEP) A PARTIR DO EXTRATO DOS
      * CORREIOS: CEP NOVO E INCLUIDO, CEP JA EXISTENTE E ATUALIZADO
      * (O EXTRATO E COMPLETO E PODE SER RECARREGADO A QUALQUER
      * MOMENTO). LINHAS COM CEP NAO NUMERICO OU ZERADO, SEM CIDADE
      * OU SEM UF SAO REJEITADAS E LISTADAS NO IMPCEP.CSV. RODAVEL
      * PELO AGENDADOR, COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPCEP - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT IMP-CEP

           IF FS-IMP NOT EQUAL "00"
              DISPLAY "IMPCEP - EXTRATO NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              ACCEPT W-DATA-CARGA FROM DATE YYYYMMDD

              OPEN I-O ARQ-CEP

              OPEN OUTPUT REL-CEP
              WRITE REG-CEP-REL FROM WCAB

              READ IMP-CEP
              PERFORM 100-PROCESSAR-CEP
                 UNTIL FS-IMP NOT EQUAL "00"

              CLOSE ARQ-CEP
              CLOSE REL-CEP
              CLOSE IMP-CEP

              DISPLAY "IMPCEP - LINHAS LIDAS: " W-QTD-LIDOS
              DISPLAY "IMPCEP - CEPS INCLUIDOS: " W-QTD-INCLUIDOS
              DISPLAY "IMPCEP - CEPS ATUALIZADOS: " W-QTD-ATUALIZADOS
              DISPLAY "IMPCEP - LINHAS REJEITADAS: " W-QTD-REJEITADOS

              IF W-QTD-REJEITADOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "IMPCEP - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-PROCESSAR-CEP.

           ADD 1 TO W-QTD-LIDOS

           MOVE SPACES TO W-MOTIVO

           EVALUATE TRUE
              WHEN IMP-CEP-TXT NOT NUMERIC
                 MOVE "CEP NAO NUMERICO" TO W-MOTIVO
              WHEN IMP-CEP-NUM EQUAL ZEROS
                 MOVE "CEP ZERADO" TO W-MOTIVO
              WHEN IMP-CIDADE EQUAL SPACES
                 MOVE "CIDADE NAO INFORMADA" TO W-MOTIVO
              WHEN IMP-UF EQUAL SPACES
                 MOVE "UF NAO INFORMADA" TO W-MOTIVO
              WHEN IMP-LATITUDE NOT NUMERIC
                   OR IMP-LONGITUDE NOT NUMERIC
                 MOVE "COORDENADA NAO NUMERICA" TO W-MOTIVO
           END-EVALUATE

           IF W-MOTIVO NOT EQUAL SPACES
              ADD 1 TO W-QTD-REJEITADOS
              MOVE IMP-CEP-TXT TO WDET-CEP
              MOVE IMP-CIDADE  TO WDET-CIDADE
              MOVE IMP-UF      TO WDET-UF
              MOVE W-MOTIVO    TO WDET-MOTIVO
              WRITE REG-CEP-REL FROM WDET
           ELSE
              PERFORM 200-GRAVAR-CEP
           END-IF

           READ IMP-CEP.

      * CIDADE E UF EM MAIUSCULAS, COMO NA BASE DE CIDADES - A
      * CONFERENCIA DO CEP NOS CADASTROS COMPARA ASSIM.
       200-GRAVAR-CEP.

           MOVE IMP-CEP-NUM    TO CEP-CODIGO
           MOVE FUNCTION UPPER-CASE(IMP-LOGRADOURO) TO CEP-LOGRADOURO
           MOVE FUNCTION UPPER-CASE(IMP-BAIRRO)     TO CEP-BAIRRO
           MOVE FUNCTION UPPER-CASE(IMP-CIDADE)     TO CEP-CIDADE
           MOVE FUNCTION UPPER-CASE(IMP-UF)         TO CEP-UF

           COMPUTE CEP-LATITUDE  = IMP-LATITUDE  / 100000000
           COMPUTE CEP-LONGITUDE = IMP-LONGITUDE / 100000000

           IF IMP-SINAL-LAT = "-"
              COMPUTE CEP-LATITUDE = CEP-LATITUDE * -1
           END-IF
           IF IMP-SINAL-LON = "-"
              COMPUTE CEP-LONGITUDE = CEP-LONGITUDE * -1
           END-IF

           MOVE W-DATA-CARGA TO CEP-DATA-CARGA

           WRITE ARQ-CEP-REG
             INVALID KEY
                REWRITE ARQ-CEP-REG
                ADD 1 TO W-QTD-ATUALIZADOS
             NOT INVALID KEY
                ADD 1 TO W-QTD-INCLUIDOS
           END-WRITE

           MOVE "00" TO FS-CEP.

       END PROGRAM IMPCEP.
