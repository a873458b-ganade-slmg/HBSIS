       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERREGIAO.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-REGIAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-REGIAO               PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-REGIAO.
           03 PRG-CODIGO           PIC X(003).
           03 PRG-DESCRICAO        PIC X(030).
           03 PRG-FILIAL           PIC X(002).
           03 PRG-GERENTE          PIC X(008).
           03 PRG-SITUACAO         PIC X(001).
              88 PRG-VALIDA           VALUE "S".
              88 PRG-INATIVA          VALUE "I".
              88 PRG-INEXISTENTE      VALUE "N".
              88 PRG-SEM-TABELA       VALUE "T".

       PROCEDURE DIVISION USING PARAM-REGIAO.

      *-----------------------------------------------------------
      * CONFERE UM CODIGO DE REGIAO CONTRA A TABELA DE REGIOES
      * (ARQ-REGIAO, MANTIDA PELO CADREGIAO). O CODIGO VOLTA EM
      * MAIUSCULAS, COM A DESCRICAO, A FILIAL E O GERENTE QUANDO
      * CADASTRADO. INSTALACOES SEM A TABELA SEGUEM COMO SEMPRE
      * (REGIAO LIVRE) - SITUACAO "T".
      *-----------------------------------------------------------
       000-INICIO.

           MOVE FUNCTION UPPER-CASE(PRG-CODIGO) TO PRG-CODIGO
           MOVE SPACES TO PRG-DESCRICAO
           MOVE SPACES TO PRG-FILIAL
           MOVE SPACES TO PRG-GERENTE
           SET PRG-INEXISTENTE TO TRUE

           OPEN INPUT ARQ-REGIAO

           IF FS-REGIAO EQUAL "00"
              MOVE PRG-CODIGO TO RG-CODIGO

              READ ARQ-REGIAO RECORD KEY IS RG-CODIGO
                INVALID KEY MOVE "23" TO FS-REGIAO
              END-READ

              IF FS-REGIAO EQUAL "00"
                 MOVE RG-DESCRICAO TO PRG-DESCRICAO
                 MOVE RG-FILIAL    TO PRG-FILIAL
                 MOVE RG-GERENTE   TO PRG-GERENTE
                 IF RG-ATIVA
                    SET PRG-VALIDA TO TRUE
                 ELSE
                    SET PRG-INATIVA TO TRUE
                 END-IF
              END-IF

              CLOSE ARQ-REGIAO
           ELSE
              SET PRG-SEM-TABELA TO TRUE
              IF FS-REGIAO EQUAL "05"
                 CLOSE ARQ-REGIAO
              END-IF
           END-IF

           MOVE "00" TO FS-REGIAO

           GOBACK.

       END PROGRAM VERREGIAO.
