       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERCEP.
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

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCEP'.

       COPY "CADCEP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-CEP                  PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-CEP.
           03 PCE-CEP              PIC 9(008).
           03 PCE-LOGRADOURO       PIC X(040).
           03 PCE-BAIRRO           PIC X(030).
           03 PCE-CIDADE           PIC X(030).
           03 PCE-UF               PIC X(002).
           03 PCE-LATITUDE         PIC S9(003)V9(008).
           03 PCE-LONGITUDE        PIC S9(003)V9(008).
           03 PCE-SITUACAO         PIC X(001).
              88 PCE-ENCONTRADO       VALUE "S".
              88 PCE-INEXISTENTE      VALUE "N".
              88 PCE-SEM-BASE         VALUE "T".

       PROCEDURE DIVISION USING PARAM-CEP.

      *-----------------------------------------------------------
      * CONSULTA UM CEP NA BASE DE CEP (ARQ-CEP, CARREGADA PELO
      * IMPCEP) E DEVOLVE LOGRADOURO, BAIRRO, CIDADE, UF E AS
      * COORDENADAS APROXIMADAS. INSTALACOES SEM A BASE SEGUEM COMO
      * SEMPRE (CEP NAO CONFERIDO) - SITUACAO "T".
      *-----------------------------------------------------------
       000-INICIO.

           MOVE SPACES TO PCE-LOGRADOURO
           MOVE SPACES TO PCE-BAIRRO
           MOVE SPACES TO PCE-CIDADE
           MOVE SPACES TO PCE-UF
           MOVE ZEROS  TO PCE-LATITUDE
           MOVE ZEROS  TO PCE-LONGITUDE
           SET PCE-INEXISTENTE TO TRUE

           OPEN INPUT ARQ-CEP

           IF FS-CEP EQUAL "00"
              MOVE PCE-CEP TO CEP-CODIGO

              READ ARQ-CEP RECORD KEY IS CEP-CODIGO
                INVALID KEY MOVE "23" TO FS-CEP
              END-READ

              IF FS-CEP EQUAL "00"
                 MOVE CEP-LOGRADOURO TO PCE-LOGRADOURO
                 MOVE CEP-BAIRRO     TO PCE-BAIRRO
                 MOVE CEP-CIDADE     TO PCE-CIDADE
                 MOVE CEP-UF         TO PCE-UF
                 MOVE CEP-LATITUDE   TO PCE-LATITUDE
                 MOVE CEP-LONGITUDE  TO PCE-LONGITUDE
                 SET PCE-ENCONTRADO TO TRUE
              END-IF

              CLOSE ARQ-CEP
           ELSE
              SET PCE-SEM-BASE TO TRUE
              IF FS-CEP EQUAL "05"
                 CLOSE ARQ-CEP
              END-IF
           END-IF

           MOVE "00" TO FS-CEP

           GOBACK.

       END PROGRAM VERCEP.
