       PROGRAM-ID.   FAZCNPJ.
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
      * COPIA DE TRABALHO DA CONVERSAO, NO MESMO FORMATO SEQUENCIAL
      * DAS COPIAS DO FAZBACKUP - O CADASTRO SO E RECRIADO DEPOIS QUE
      * A COPIA E RECONTADA E BATE COM O DESCARREGADO.
      *-----------------------------------------------------------
           SELECT ARQ-COPIA ASSIGN TO "CADCLIENTE.CNV"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-COPIA.

           SELECT REL-CNPJ ASSIGN TO "FAZCNPJ.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-COPIA
           LABEL RECORD IS STANDARD.

       01  REG-COPIA PIC X(400).

       FD  REL-CNPJ.
       01  REG-REL-CNPJ PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-CLIENTE              PIC  X(002)         VALUE "00".
       77 FS-COPIA                PIC  X(002)         VALUE "00".

       77 W-QTD-DESCARREGADOS     PIC  9(009)         VALUE ZEROS.
       77 W-QTD-CONFERIDOS        PIC  9(009)         VALUE ZEROS.
       77 W-QTD-RECARREGADOS      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-NORMALIZADOS      PIC  9(009)         VALUE ZEROS.
       77 W-QTD-SEM-CNPJ          PIC  9(009)         VALUE ZEROS.
       77 W-QTD-INVALIDOS         PIC  9(009)         VALUE ZEROS.
       77 W-QTD-ERROS-GRAVACAO    PIC  9(009)         VALUE ZEROS.

       77 W-CNPJ-ORIGINAL         PIC  X(014)         VALUE SPACES.

       01  WCAB                   PIC X(100) VALUE
           "COD CLIENTE;CNPJ;SITUACAO NA CONVERSAO".

       01  WDET.
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CNPJ           PIC X(014)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(050)          VALUE SPACES.

      * INTERFACE DO CALCDIGITO - TIPO "CNA" COBRE O CNPJ NUMERICO
      * ANTIGO E O ALFANUMERICO NOVO.
       01  LKS-PARAMETRO.
           05 COMPRIMENTO         PIC S9(04) COMP.
           05 LKS-NUMERO-I        PIC 9(015).
           05 FILLER              PIC X(001).
           05 LKS-NUMERO-F        PIC 9(015).
           05 FILLER              PIC X(001).
           05 LKS-TIPO-CALCULO    PIC X(003).
           05 FILLER              PIC X(001).
           05 LKS-ACAO            PIC X(001).
           05 LKS-RETORNO         PIC 9(001).
           05 LKS-DIGITO-ERRO     PIC 9(001).
           05 LKS-CNPJ-ALFA-I     PIC X(014).
           05 LKS-CNPJ-ALFA-F     PIC X(014).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CONVERSAO DO CADCLIENTE PARA O CNPJ ALFANUMERICO: O CAMPO
      * PASSOU DE NUMERICO PARA ALFANUMERICO COM AS MESMAS 14
      * POSICOES, ENTAO OS DADOS ANTIGOS SAO APROVEITADOS BYTE A
      * BYTE, MAS A CHAVE ALTERNADA PRECISA SER RECONSTRUIDA COM O
      * NOVO TIPO. O PROGRAMA DESCARREGA O CADASTRO NUMA COPIA
      * SEQUENCIAL (CADCLIENTE.CNV), RECONTA A COPIA E SO ENTAO
      * RECRIA O ARQUIVO, NORMALIZANDO O CNPJ (LETRAS EM MAIUSCULAS)
      * E CONFERINDO CADA UM PELO CALCDIGITO. CNPJ EM BRANCO/ZERADO OU
      * COM DIGITO INVALIDO E GRAVADO COMO ESTAVA E LISTADO NO
      * FAZCNPJ.CSV PARA ACERTO EM TELA. RODAR COM O SISTEMA PARADO E
      * DEPOIS DE UM SNAPSHOT DO FAZBACKUP. RODAVEL PELO AGENDADOR,
      * COMO OS DEMAIS BATCHES.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "FAZCNPJ - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 100-DESCARREGAR

           IF RETURN-CODE EQUAL ZEROS
              PERFORM 200-CONFERIR-COPIA

              IF W-QTD-CONFERIDOS NOT EQUAL W-QTD-DESCARREGADOS
                 DISPLAY "FAZCNPJ - CONTAGEM DIVERGENTE NA COPIA - "
                         "DESCARREGADO: " W-QTD-DESCARREGADOS
                         " ENCONTRADO: " W-QTD-CONFERIDOS
                 DISPLAY "FAZCNPJ - CADCLIENTE NAO FOI ALTERADO"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 300-RECARREGAR
              END-IF
           END-IF

           DISPLAY "FAZCNPJ - DESCARREGADOS: " W-QTD-DESCARREGADOS
           DISPLAY "FAZCNPJ - RECARREGADOS: " W-QTD-RECARREGADOS
           DISPLAY "FAZCNPJ - CNPJ NORMALIZADOS: " W-QTD-NORMALIZADOS
           DISPLAY "FAZCNPJ - SEM CNPJ: " W-QTD-SEM-CNPJ
           DISPLAY "FAZCNPJ - CNPJ INVALIDOS: " W-QTD-INVALIDOS

           IF RETURN-CODE EQUAL ZEROS
              IF W-QTD-ERROS-GRAVACAO GREATER ZEROS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF W-QTD-INVALIDOS GREATER ZEROS
                    OR W-QTD-SEM-CNPJ GREATER ZEROS
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           DISPLAY "FAZCNPJ - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       100-DESCARREGAR.

           MOVE ZEROS TO W-QTD-DESCARREGADOS

           OPEN INPUT ARQ-CLIENTE
           IF FS-CLIENTE NOT EQUAL "00"
              DISPLAY "FAZCNPJ - ERRO AO ABRIR CADCLIENTE - FS="
                      FS-CLIENTE
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ARQ-COPIA

              READ ARQ-CLIENTE NEXT
              PERFORM 110-GRAVAR-COPIA
                 UNTIL FS-CLIENTE NOT EQUAL "00"

              CLOSE ARQ-COPIA
              CLOSE ARQ-CLIENTE
           END-IF.

       110-GRAVAR-COPIA.
           MOVE SPACES TO REG-COPIA
           MOVE ARQ-CLIENTE-REG TO REG-COPIA
           WRITE REG-COPIA
           ADD 1 TO W-QTD-DESCARREGADOS

           READ ARQ-CLIENTE NEXT.

       200-CONFERIR-COPIA.

           MOVE ZEROS TO W-QTD-CONFERIDOS

           OPEN INPUT ARQ-COPIA
           IF FS-COPIA EQUAL "00"
              READ ARQ-COPIA
              PERFORM 210-CONTAR-REGISTRO
                 UNTIL FS-COPIA NOT EQUAL "00"
              CLOSE ARQ-COPIA
           END-IF.

       210-CONTAR-REGISTRO.
           ADD 1 TO W-QTD-CONFERIDOS

           READ ARQ-COPIA.

       300-RECARREGAR.

           OPEN INPUT  ARQ-COPIA
           OPEN OUTPUT ARQ-CLIENTE
           OPEN OUTPUT REL-CNPJ

           WRITE REG-REL-CNPJ FROM WCAB

           READ ARQ-COPIA
           PERFORM 310-RECARREGAR-CLIENTE
              UNTIL FS-COPIA NOT EQUAL "00"

           CLOSE REL-CNPJ
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-COPIA.

       310-RECARREGAR-CLIENTE.
           MOVE REG-COPIA TO ARQ-CLIENTE-REG

           MOVE CNPJ TO W-CNPJ-ORIGINAL
           MOVE FUNCTION UPPER-CASE(CNPJ) TO CNPJ
           IF CNPJ NOT EQUAL W-CNPJ-ORIGINAL
              ADD 1 TO W-QTD-NORMALIZADOS
           END-IF

           IF CNPJ EQUAL SPACES OR CNPJ EQUAL ZEROS
              ADD 1 TO W-QTD-SEM-CNPJ
              MOVE "SEM CNPJ NO CADASTRO" TO WDET-SITUACAO
              PERFORM 390-LISTAR
           ELSE
              PERFORM 320-VALIDAR-CNPJ
           END-IF

           WRITE ARQ-CLIENTE-REG
             INVALID KEY
                ADD 1 TO W-QTD-ERROS-GRAVACAO
                MOVE "NAO GRAVADO - CNPJ REPETIDO (VER CADCLIENTE.CNV)"
                  TO WDET-SITUACAO
                PERFORM 390-LISTAR
             NOT INVALID KEY
                ADD 1 TO W-QTD-RECARREGADOS
           END-WRITE

           READ ARQ-COPIA.

       320-VALIDAR-CNPJ.
           MOVE CNPJ  TO LKS-CNPJ-ALFA-I
           MOVE "CNA" TO LKS-TIPO-CALCULO
           MOVE "V"   TO LKS-ACAO

           CALL 'CALCDIGITO' USING LKS-PARAMETRO

           IF LKS-RETORNO NOT EQUAL 0
              ADD 1 TO W-QTD-INVALIDOS
              IF LKS-RETORNO EQUAL 4
                 MOVE "CNPJ COM CARACTER INVALIDO" TO WDET-SITUACAO
              ELSE
                 MOVE "CNPJ COM DIGITO VERIFICADOR INVALIDO"
                   TO WDET-SITUACAO
              END-IF
              PERFORM 390-LISTAR
           END-IF.

       390-LISTAR.
           MOVE COD-CLIENTE TO WDET-COD-CLIENTE
           MOVE CNPJ        TO WDET-CNPJ
           WRITE REG-REL-CNPJ FROM WDET.

       END PROGRAM FAZCNPJ.
