       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VEREQUIPE.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-OPERADOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-OPERADOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-OPERADOR.

           SELECT OPTIONAL ARQ-EQUIPE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQ-COD-EQUIPE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPE.

           SELECT OPTIONAL ARQ-EQUIPEVEN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EV-CHAVE-EQUIPEVEN
                  ALTERNATE RECORD KEY IS EV-COD-VENDEDOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-EQUIPEVEN.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-OPERADOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOPERADOR'.

       COPY "CADOPERADOR.CPY".

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       WORKING-STORAGE SECTION.

       77 FS-OPERADOR             PIC X(002)          VALUE "00".
       77 FS-EQUIPE               PIC X(002)          VALUE "00".
       77 FS-EQUIPEVEN            PIC X(002)          VALUE "00".

       LINKAGE SECTION.
       01  PARAM-EQUIPE.
           03 VEQ-OPERADOR         PIC X(008).
           03 VEQ-COD-VENDEDOR     PIC 9(003).
           03 VEQ-SUPERVISOR       PIC X(001).
              88 VEQ-E-SUPERVISOR     VALUE "S".
           03 VEQ-PERMITIDO        PIC X(001).
              88 VEQ-VENDEDOR-PERMITIDO VALUE "S".
           03 VEQ-COD-EQUIPE       PIC 9(003).

       PROCEDURE DIVISION USING PARAM-EQUIPE.

      *-----------------------------------------------------------
      * DIZ SE O OPERADOR PODE VER O VENDEDOR: OPERADOR QUE NAO E
      * SUPERVISOR (CADOPERADOR) VE TODOS; O SUPERVISOR SO VE O
      * VENDEDOR CUJA EQUIPE (CADEQUIPEVEN) ELE SUPERVISIONA NO
      * CADEQUIPE. VOLTA TAMBEM A EQUIPE DO VENDEDOR (ZERO = SEM
      * EQUIPE). USADO PELA VISAO 360 (CONSVEND) E PELA CONSULTA DE
      * DISTRIBUICAO DO MENU.
      *-----------------------------------------------------------
       000-INICIO.

           MOVE "N"   TO VEQ-SUPERVISOR
           MOVE "S"   TO VEQ-PERMITIDO
           MOVE ZEROS TO VEQ-COD-EQUIPE

           OPEN INPUT ARQ-OPERADOR

           IF FS-OPERADOR EQUAL "00"
              MOVE VEQ-OPERADOR TO COD-OPERADOR
              READ ARQ-OPERADOR RECORD KEY IS COD-OPERADOR
                INVALID KEY MOVE "23" TO FS-OPERADOR
              END-READ

              IF FS-OPERADOR EQUAL "00" AND OPERADOR-SUPERVISOR
                 MOVE "S" TO VEQ-SUPERVISOR
              END-IF

              CLOSE ARQ-OPERADOR
           END-IF

           MOVE "00" TO FS-OPERADOR

           PERFORM 100-LER-EQUIPE-VENDEDOR

           IF VEQ-E-SUPERVISOR
              MOVE "N" TO VEQ-PERMITIDO

              IF VEQ-COD-EQUIPE GREATER ZEROS
                 PERFORM 200-CONFERIR-SUPERVISOR
              END-IF
           END-IF

           GOBACK.

       100-LER-EQUIPE-VENDEDOR.

           OPEN INPUT ARQ-EQUIPEVEN

           IF FS-EQUIPEVEN EQUAL "00"
              MOVE VEQ-COD-VENDEDOR TO EV-COD-VENDEDOR
              READ ARQ-EQUIPEVEN RECORD KEY IS EV-COD-VENDEDOR
                INVALID KEY MOVE "23" TO FS-EQUIPEVEN
              END-READ

              IF FS-EQUIPEVEN EQUAL "00"
                 MOVE EV-COD-EQUIPE TO VEQ-COD-EQUIPE
              END-IF

              CLOSE ARQ-EQUIPEVEN
           ELSE
              IF FS-EQUIPEVEN EQUAL "05"
                 CLOSE ARQ-EQUIPEVEN
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPEVEN.

       200-CONFERIR-SUPERVISOR.

           OPEN INPUT ARQ-EQUIPE

           IF FS-EQUIPE EQUAL "00"
              MOVE VEQ-COD-EQUIPE TO EQ-COD-EQUIPE
              READ ARQ-EQUIPE RECORD KEY IS EQ-COD-EQUIPE
                INVALID KEY MOVE "23" TO FS-EQUIPE
              END-READ

              IF FS-EQUIPE EQUAL "00"
                 AND EQ-SUPERVISOR EQUAL VEQ-OPERADOR
                 MOVE "S" TO VEQ-PERMITIDO
              END-IF

              CLOSE ARQ-EQUIPE
           ELSE
              IF FS-EQUIPE EQUAL "05"
                 CLOSE ARQ-EQUIPE
              END-IF
           END-IF

           MOVE "00" TO FS-EQUIPE.

       END PROGRAM VEREQUIPE.
