       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERMOTIVO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-MOTIVO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS MOT-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-MOTIVO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-MOTIVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMOTIVO'.

       COPY "CADMOTIVO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-MOTIVO               PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-MOTIVO.
           03 PMO-CODIGO           PIC X(003).
           03 PMO-DESCRICAO        PIC X(030).
           03 PMO-CATEGORIA        PIC X(001).
           03 PMO-SITUACAO         PIC X(001).
              88 PMO-VALIDO           VALUE "S".
              88 PMO-INATIVO          VALUE "I".
              88 PMO-INEXISTENTE      VALUE "N".
              88 PMO-SEM-TABELA       VALUE "T".

       PROCEDURE DIVISION USING PARAM-MOTIVO.

      *-----------------------------------------------------------
      * CONFERE UM CODIGO DE MOTIVO DE VISITA NAO REALIZADA CONTRA A
      * TABELA DE MOTIVOS (ARQ-MOTIVO, MANTIDA PELO CADMOTIVO). O
      * CODIGO VOLTA EM MAIUSCULAS ("fec" E "FEC" SAO O MESMO
      * MOTIVO), COM A DESCRICAO E A CATEGORIA QUANDO CADASTRADO.
      * INSTALACOES SEM A TABELA SEGUEM COMO SEMPRE (MOTIVO LIVRE) -
      * SITUACAO "T".
      *-----------------------------------------------------------
       000-INICIO.

           MOVE FUNCTION UPPER-CASE(PMO-CODIGO) TO PMO-CODIGO
           MOVE SPACES TO PMO-DESCRICAO
           MOVE SPACES TO PMO-CATEGORIA
           SET PMO-INEXISTENTE TO TRUE

           OPEN INPUT ARQ-MOTIVO

           IF FS-MOTIVO EQUAL "00"
              MOVE PMO-CODIGO TO MOT-CODIGO

              READ ARQ-MOTIVO RECORD KEY IS MOT-CODIGO
                INVALID KEY MOVE "23" TO FS-MOTIVO
              END-READ

              IF FS-MOTIVO EQUAL "00"
                 MOVE MOT-DESCRICAO TO PMO-DESCRICAO
                 MOVE MOT-CATEGORIA TO PMO-CATEGORIA
                 IF MOT-ATIVO
                    SET PMO-VALIDO TO TRUE
                 ELSE
                    SET PMO-INATIVO TO TRUE
                 END-IF
              END-IF

              CLOSE ARQ-MOTIVO
           ELSE
              SET PMO-SEM-TABELA TO TRUE
              IF FS-MOTIVO EQUAL "05"
                 CLOSE ARQ-MOTIVO
              END-IF
           END-IF

           MOVE "00" TO FS-MOTIVO

           GOBACK.

       END PROGRAM VERMOTIVO.
