       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VERPERIODO.
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

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPERIODO'.

       COPY "CADPERIODO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PERIODO              PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-PERIODO.
           03 PPE-DATA-REF         PIC 9(008).
           03 PPE-SITUACAO         PIC X(001).
              88 PPE-FECHADO          VALUE "F".
              88 PPE-ABERTO           VALUE "A".

       PROCEDURE DIVISION USING PARAM-PERIODO.

      *-----------------------------------------------------------
      * VERIFICA SE A COMPETENCIA (AAAAMM) DE UMA DATA ESTA FECHADA
      * NO CONTROLE DE PERIODOS (ARQ-PERIODO, GRAVADO PELO
      * FAZFECHAMES). COMPETENCIA SEM REGISTRO OU REABERTA PELO
      * ADMINISTRADOR ESTA ABERTA; INSTALACOES SEM O ARQUIVO SEGUEM
      * COMO SEMPRE (TUDO ABERTO).
      *-----------------------------------------------------------
       000-INICIO.

           SET PPE-ABERTO TO TRUE

           OPEN INPUT ARQ-PERIODO

           IF FS-PERIODO EQUAL "00"
              MOVE PPE-DATA-REF (1:6) TO PER-ANO-MES

              READ ARQ-PERIODO RECORD KEY IS PER-ANO-MES
                INVALID KEY MOVE "23" TO FS-PERIODO
              END-READ

              IF FS-PERIODO EQUAL "00"
                 AND PER-FECHADO
                 SET PPE-FECHADO TO TRUE
              END-IF

              CLOSE ARQ-PERIODO
           ELSE
              IF FS-PERIODO EQUAL "05"
                 CLOSE ARQ-PERIODO
              END-IF
           END-IF

           MOVE "00" TO FS-PERIODO

           GOBACK.

       END PROGRAM VERPERIODO.
