       PROGRAM-ID.   IMPLEAD.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARQ-PROSPECT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PS-COD-PROSPECT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PROSPECT.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CLIENTE.

           SELECT OPTIONAL ARQ-NUMERO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-NUMERO.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

      * HISTORICO DE ESTAGIOS DO FUNIL - A INCLUSAO PELA CARGA ENTRA
      * NA MESMA TRILHA DA INCLUSAO PELA TELA DO CADPROSPECT.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADPROSPECT.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

      *-----------------------------------------------------------
      * PLANILHA DE LEADS DO MARKETING (FEIRAS E SITE) SALVA COMO
      * TEXTO SEPARADO POR ";" - UM LEAD POR LINHA, NA ORDEM:
      * NOME;CNPJ;TELEFONE;CONTATO;LOGRADOURO;NUMERO;CIDADE;UF;
      * POTENCIAL;VENDEDOR. CNPJ, POTENCIAL E VENDEDOR SAO
      * OPCIONAIS. A LINHA DE TITULOS DA PLANILHA E IGNORADA.
      *-----------------------------------------------------------
           SELECT IMP-LEAD ASSIGN TO "IMPLEAD.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  ACCESS MODE      IS SEQUENTIAL
                  FILE STATUS      IS FS-IMP.

           SELECT REL-LEAD ASSIGN TO "IMPLEAD.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPROSPECT'.

       COPY "CADPROSPECT.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-NUMERO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADNUMERO'.

       COPY "CADNUMERO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

       FD  IMP-LEAD
           LABEL RECORD IS STANDARD.

       01  REG-IMP-LEAD PIC X(300).

       FD  REL-LEAD.
       01  REL-REGISTRO PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-PROSPECT             PIC X(002)          VALUE "00".
       77 FS-CLIENTE              PIC X(002)          VALUE "00".
       77 FS-NUMERO               PIC X(002)          VALUE "00".
       77 FS-VENDEDOR             PIC X(002)          VALUE "00".
       77 FS-AUDGERAL             PIC X(002)          VALUE "00".
       77 FS-IMP                  PIC X(002)          VALUE "00".

       77 W-OPERADOR-ID           PIC X(008)          VALUE "SISTEMA".
       77 W-OPERACAO-AUD          PIC X(003)          VALUE SPACES.
       77 W-CHAVE-AUD             PIC X(030)          VALUE SPACES.
       77 W-VALOR-ANTES-TXT       PIC X(060)          VALUE SPACES.
       77 W-VALOR-DEPOIS-TXT      PIC X(060)          VALUE SPACES.

       77 W-QTD-LIDOS             PIC 9(009)          VALUE ZEROS.
       77 W-QTD-ACEITOS           PIC 9(009)          VALUE ZEROS.
       77 W-QTD-DUPLICADOS        PIC 9(009)          VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC 9(009)          VALUE ZEROS.
       77 W-QTD-SEM-COORDENADA    PIC 9(009)          VALUE ZEROS.
       77 W-NUM-LINHA             PIC 9(007)          VALUE ZEROS.

       77 W-VENDEDOR-ABERTO       PIC X(001)          VALUE "N".

      *-----------------------------------------------------------
      * CAMPOS DA LINHA DA PLANILHA, SEPARADOS PELO UNSTRING.
      *-----------------------------------------------------------
       01  W-CSV-LEAD.
           03 W-CSV-NOME          PIC X(040).
           03 W-CSV-CNPJ          PIC X(020).
           03 W-CSV-TELEFONE      PIC X(020).
           03 W-CSV-CONTATO       PIC X(030).
           03 W-CSV-LOGRADOURO    PIC X(040).
           03 W-CSV-NUMERO        PIC X(008).
           03 W-CSV-CIDADE        PIC X(030).
           03 W-CSV-UF            PIC X(002).
           03 W-CSV-POTENCIAL     PIC X(020).
           03 W-CSV-VENDEDOR      PIC X(010).

      * LEAD JA NORMALIZADO (MAIUSCULAS, CNPJ E TELEFONE SEM
      * PONTUACAO) - E O QUE SE COMPARA COM A BASE E O QUE SE GRAVA.
       01  W-LEAD.
           03 W-LEAD-NOME         PIC X(040)          VALUE SPACES.
           03 W-LEAD-CNPJ         PIC X(014)          VALUE SPACES.
           03 W-LEAD-FONE-DIG     PIC X(015)          VALUE SPACES.
           03 W-LEAD-CIDADE       PIC X(030)          VALUE SPACES.
           03 W-LEAD-UF           PIC X(002)          VALUE SPACES.
           03 W-LEAD-POTENCIAL    PIC 9(011)V9(002)   VALUE ZEROS.
           03 W-LEAD-VENDEDOR     PIC 9(003)          VALUE ZEROS.
           03 W-LEAD-LATITUDE     PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-LEAD-LONGITUDE    PIC S9(003)V9(008)  VALUE ZEROS.

       77 W-SITUACAO-LEAD         PIC X(010)          VALUE SPACES.
       77 W-MOTIVO-LEAD           PIC X(060)          VALUE SPACES.
       77 W-OBSERVACAO-LEAD       PIC X(040)          VALUE SPACES.

      *-----------------------------------------------------------
      * LIMPEZA DE TEXTO (600-LIMPAR-TEXTO): COPIA SO OS DIGITOS -
      * E AS LETRAS, QUANDO PEDIDO - DE W-TXT-ORIGEM PARA
      * W-TXT-LIMPO, DESCARTANDO PONTOS, BARRAS, TRACOS, PARENTESES
      * E ESPACOS. SERVE AO CNPJ ("12.345.678/0001-90") E AO
      * TELEFONE ("(11) 4555-1234"). OUTROS CARACTERES CONTAM EM
      * W-QTD-INVALIDOS PARA A CONFERENCIA DOS CAMPOS NUMERICOS.
      *-----------------------------------------------------------
       77 W-TXT-ORIGEM            PIC X(020)          VALUE SPACES.
       77 W-TXT-LIMPO             PIC X(020)          VALUE SPACES.
       77 W-CARACTER              PIC X(001)          VALUE SPACES.
       77 W-MANTER-LETRAS         PIC X(001)          VALUE "N".
       77 W-POS-ORIGEM            PIC 9(003) COMP     VALUE ZEROS.
       77 W-POS-LIMPO             PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-INVALIDOS         PIC 9(003) COMP     VALUE ZEROS.
       77 W-QTD-VIRGULAS          PIC 9(003) COMP     VALUE ZEROS.

      *-----------------------------------------------------------
      * BASE DE COMPARACAO EM MEMORIA - CLIENTES E PROSPECTS COM
      * CNPJ, TELEFONE SO COM DIGITOS E NOME/CIDADE EM MAIUSCULAS.
      * OS LEADS ACEITOS NA PROPRIA CARGA ENTRAM NA TABELA COMO
      * PROSPECTS, PARA PEGAR A MESMA EMPRESA REPETIDA NA PLANILHA.
      *-----------------------------------------------------------
       01  W-TAB-BASE.
           03 W-BAS-ITEM OCCURS 60000 TIMES.
              05 W-BAS-ORIGEM     PIC X(001).
                 88 W-BAS-CLIENTE    VALUE "C".
                 88 W-BAS-PROSPECT   VALUE "P".
              05 W-BAS-CODIGO     PIC 9(007).
              05 W-BAS-CNPJ       PIC X(014).
              05 W-BAS-FONE-DIG   PIC X(015).
              05 W-BAS-NOME       PIC X(040).
              05 W-BAS-CIDADE     PIC X(030).

       77 W-MAX-BASE              PIC 9(005) COMP     VALUE 60000.
       77 W-QTD-BASE              PIC 9(005) COMP     VALUE ZEROS.
       77 W-IDX-BASE              PIC 9(005) COMP     VALUE ZEROS.
       77 W-BASE-ESTOURADA        PIC X(001)          VALUE "N".
          88 W-TABELA-CHEIA          VALUE "S".

      * TELEFONE COM MENOS DIGITOS QUE ISSO NAO SERVE PARA
      * IDENTIFICAR A EMPRESA (RAMAL, NUMERO INCOMPLETO).
       77 W-MIN-DIGITOS-FONE      PIC 9(002)          VALUE 8.

       77 W-DUPLICADO-SW          PIC X(001)          VALUE "N".
          88 W-ACHOU-DUPLICADO       VALUE "S".
       77 W-CRITERIO-DUP          PIC X(015)          VALUE SPACES.
       77 W-DESC-ORIGEM           PIC X(008)          VALUE SPACES.

       77 W-CODIGO-RESERVADO      PIC 9(007)          VALUE ZEROS.
       77 W-CODIGO-LIVRE          PIC X(001)          VALUE "N".
          88 W-CODIGO-ESTA-LIVRE     VALUE "S".

      * INTERFACE DO GEOCODIFICA - RESOLVE AS COORDENADAS DO LEAD
      * PELA CIDADE, COMO A INCLUSAO DO CADPROSPECT.
       01  W-PARAM-GEO.
           03 W-GEO-CIDADE        PIC X(030)          VALUE SPACES.
           03 W-GEO-LATITUDE      PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-GEO-LONGITUDE     PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-GEO-ENCONTRADO    PIC X(001)          VALUE SPACES.

      * INTERFACE DO CALCDIGITO PARA VALIDAR O CNPJ DO LEAD.
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

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB                   PIC X(250) VALUE
           "SITUACAO;LINHA;NOME;CNPJ;TELEFONE;CIDADE;UF;CODIGO PROSPE
      -    "CT;MOTIVO;OBSERVACAO;".

       01  WDET.
           03 WDET-SITUACAO       PIC X(010)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-LINHA          PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-NOME           PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CNPJ           PIC X(014)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-TELEFONE       PIC X(020)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CIDADE         PIC X(030)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-UF             PIC X(002)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CODIGO         PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MOTIVO         PIC X(060)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-OBSERVACAO     PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

      * PARAMETRO DO AUDLACRE - LACRE ENCADEADO DOS REGISTROS DAS
      * TRILHAS DE AUDITORIA.
       01  W-PARAM-LACRE.
           03 PLA-ACAO            PIC X(001)          VALUE "L".
              88 PLA-LACRAR          VALUE "L".
              88 PLA-CALCULAR        VALUE "C".
           03 PLA-TRILHA          PIC X(020)          VALUE SPACES.
           03 PLA-CONTEUDO        PIC X(300)          VALUE SPACES.
           03 PLA-SEQ             PIC 9(009)          VALUE ZEROS.
           03 PLA-LACRE-ANTERIOR  PIC 9(010)          VALUE ZEROS.
           03 PLA-LACRE           PIC 9(010)          VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * CARGA DOS LEADS DO MARKETING (IMPLEAD.TXT) NO FUNIL DE
      * PROSPECTS, NO LUGAR DA DIGITACAO UM A UM NA INCLUSAO DO
      * CADPROSPECT. CADA LEAD E:
      *  - REJEITADO QUANDO FALTA NOME OU CIDADE, O CNPJ NAO
      *    CONFERE, O POTENCIAL NAO E NUMERICO OU O VENDEDOR NAO
      *    EXISTE/ESTA INATIVO;
      *  - DUPLICADO QUANDO O CNPJ, O TELEFONE OU O NOME NA MESMA
      *    CIDADE JA EXISTEM NO CADCLIENTE, NO CADPROSPECT OU EM
      *    LINHA ANTERIOR DA PROPRIA PLANILHA - NAO E GRAVADO;
      *  - ACEITO NOS DEMAIS CASOS: GEOCODIFICADO PELA CIDADE,
      *    NUMERADO PELO CADNUMERO (SERIE "PROSPECT") E GRAVADO NO
      *    ESTAGIO NOVO, COM A INCLUSAO NA TRILHA CADPROSPECT.AUD.
      * O RESULTADO DE CADA LINHA SAI NO IMPLEAD.CSV (CATALOGADO).
      * RETURN-CODE 8 COM REJEITADOS, 4 SO COM DUPLICADOS.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "IMPLEAD - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT IMP-LEAD

           IF FS-IMP NOT EQUAL "00"
              DISPLAY "IMPLEAD - ARQUIVO DE LEADS NAO LOCALIZADO"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 050-CARREGAR-BASE

              IF W-TABELA-CHEIA
                 DISPLAY "IMPLEAD - BASE DE CLIENTES E PROSPECTS "
                         "MAIOR QUE A TABELA DE COMPARACAO - CARGA "
                         "RECUSADA"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 PERFORM 100-IMPORTAR-LEADS
              END-IF

              CLOSE IMP-LEAD
           END-IF

           DISPLAY "IMPLEAD - PROCESSAMENTO CONCLUIDO"

           GOBACK.

      *-----------------------------------------------------------
      * CARREGA CLIENTES E PROSPECTS NA TABELA DE COMPARACAO.
      *-----------------------------------------------------------
       050-CARREGAR-BASE.

           MOVE ZEROS TO W-QTD-BASE
           MOVE "N"   TO W-BASE-ESTOURADA

           OPEN INPUT ARQ-CLIENTE

           IF FS-CLIENTE EQUAL "00"
              READ ARQ-CLIENTE NEXT
              PERFORM 060-GUARDAR-CLIENTE
                 UNTIL FS-CLIENTE NOT EQUAL "00"
                    OR W-TABELA-CHEIA

              CLOSE ARQ-CLIENTE
           END-IF

           MOVE "00" TO FS-CLIENTE

           OPEN INPUT ARQ-PROSPECT

           IF FS-PROSPECT EQUAL "00"
              READ ARQ-PROSPECT NEXT
              PERFORM 070-GUARDAR-PROSPECT
                 UNTIL FS-PROSPECT NOT EQUAL "00"
                    OR W-TABELA-CHEIA

              CLOSE ARQ-PROSPECT
           END-IF

           MOVE "00" TO FS-PROSPECT

           DISPLAY "IMPLEAD - REGISTROS NA BASE DE COMPARACAO: "
                   W-QTD-BASE.

       060-GUARDAR-CLIENTE.

           IF W-QTD-BASE NOT LESS W-MAX-BASE
              MOVE "S" TO W-BASE-ESTOURADA
           ELSE
              ADD 1 TO W-QTD-BASE
              MOVE "C"         TO W-BAS-ORIGEM (W-QTD-BASE)
              MOVE COD-CLIENTE TO W-BAS-CODIGO (W-QTD-BASE)
              MOVE FUNCTION UPPER-CASE(CNPJ)
                TO W-BAS-CNPJ (W-QTD-BASE)

              MOVE TELEFONE-CLIENTE TO W-TXT-ORIGEM
              PERFORM 650-DIGITOS-TELEFONE
              MOVE W-TXT-LIMPO TO W-BAS-FONE-DIG (W-QTD-BASE)

              MOVE FUNCTION UPPER-CASE(RAZAO-SOCIAL)
                TO W-BAS-NOME (W-QTD-BASE)
              MOVE FUNCTION UPPER-CASE(CIDADE-CLIENTE)
                TO W-BAS-CIDADE (W-QTD-BASE)

              READ ARQ-CLIENTE NEXT
           END-IF.

       070-GUARDAR-PROSPECT.

           IF W-QTD-BASE NOT LESS W-MAX-BASE
              MOVE "S" TO W-BASE-ESTOURADA
           ELSE
              ADD 1 TO W-QTD-BASE
              MOVE "P"             TO W-BAS-ORIGEM (W-QTD-BASE)
              MOVE PS-COD-PROSPECT TO W-BAS-CODIGO (W-QTD-BASE)
              MOVE SPACES          TO W-BAS-CNPJ   (W-QTD-BASE)

              MOVE PS-TELEFONE TO W-TXT-ORIGEM
              PERFORM 650-DIGITOS-TELEFONE
              MOVE W-TXT-LIMPO TO W-BAS-FONE-DIG (W-QTD-BASE)

              MOVE FUNCTION UPPER-CASE(PS-NOME)
                TO W-BAS-NOME (W-QTD-BASE)
              MOVE FUNCTION UPPER-CASE(PS-CIDADE)
                TO W-BAS-CIDADE (W-QTD-BASE)

              READ ARQ-PROSPECT NEXT
           END-IF.

       100-IMPORTAR-LEADS.

           OPEN I-O ARQ-PROSPECT
           IF FS-PROSPECT EQUAL "05"
              MOVE "00" TO FS-PROSPECT
           END-IF

           MOVE "N" TO W-VENDEDOR-ABERTO
           OPEN INPUT ARQ-VENDEDOR
           IF FS-VENDEDOR EQUAL "00"
              MOVE "S" TO W-VENDEDOR-ABERTO
           END-IF
           MOVE "00" TO FS-VENDEDOR

           OPEN OUTPUT REL-LEAD
           WRITE REL-REGISTRO FROM WCAB

           MOVE ZEROS TO W-NUM-LINHA

           READ IMP-LEAD
           PERFORM 110-PROCESSAR-LEAD
              UNTIL FS-IMP NOT EQUAL "00"

           CLOSE REL-LEAD
           CLOSE ARQ-PROSPECT

           IF W-VENDEDOR-ABERTO EQUAL "S"
              CLOSE ARQ-VENDEDOR
           END-IF

           MOVE "IMPLEAD"     TO CTR-PROGRAMA
           MOVE "IMPLEAD.CSV" TO CTR-ARQUIVO
           CALL "CATRELAT" USING W-PARAM-CATALOGO

           DISPLAY "IMPLEAD - LEADS LIDOS: " W-QTD-LIDOS
           DISPLAY "IMPLEAD - ACEITOS: " W-QTD-ACEITOS
           DISPLAY "IMPLEAD - ACEITOS SEM COORDENADAS: "
                   W-QTD-SEM-COORDENADA
           DISPLAY "IMPLEAD - DUPLICADOS: " W-QTD-DUPLICADOS
           DISPLAY "IMPLEAD - REJEITADOS: " W-QTD-REJEITADOS

           IF W-QTD-REJEITADOS GREATER ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF W-QTD-DUPLICADOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       110-PROCESSAR-LEAD.

           ADD 1 TO W-NUM-LINHA

           PERFORM 120-SEPARAR-CAMPOS

      * LINHA EM BRANCO E A LINHA DE TITULOS DA PLANILHA NAO SAO
      * LEADS.
           IF REG-IMP-LEAD EQUAL SPACES
              OR FUNCTION UPPER-CASE(W-CSV-NOME) EQUAL "NOME"
              CONTINUE
           ELSE
              ADD 1 TO W-QTD-LIDOS

              MOVE SPACES TO W-MOTIVO-LEAD
              MOVE SPACES TO W-OBSERVACAO-LEAD
              MOVE ZEROS  TO W-CODIGO-RESERVADO

              PERFORM 150-VALIDAR-LEAD

              IF W-MOTIVO-LEAD NOT EQUAL SPACES
                 MOVE "REJEITADO" TO W-SITUACAO-LEAD
                 ADD 1 TO W-QTD-REJEITADOS
              ELSE
                 PERFORM 200-PROCURAR-DUPLICADO

                 IF W-ACHOU-DUPLICADO
                    MOVE "DUPLICADO" TO W-SITUACAO-LEAD
                    ADD 1 TO W-QTD-DUPLICADOS
                 ELSE
                    PERFORM 300-INCLUIR-PROSPECT
                 END-IF
              END-IF

              PERFORM 400-GRAVAR-LINHA-RELATORIO
           END-IF

           READ IMP-LEAD.

       120-SEPARAR-CAMPOS.

           MOVE SPACES TO W-CSV-LEAD

           UNSTRING REG-IMP-LEAD DELIMITED BY ";"
             INTO W-CSV-NOME
                  W-CSV-CNPJ
                  W-CSV-TELEFONE
                  W-CSV-CONTATO
                  W-CSV-LOGRADOURO
                  W-CSV-NUMERO
                  W-CSV-CIDADE
                  W-CSV-UF
                  W-CSV-POTENCIAL
                  W-CSV-VENDEDOR
           END-UNSTRING.

      *-----------------------------------------------------------
      * NORMALIZA E CONFERE OS CAMPOS DO LEAD. O PRIMEIRO PROBLEMA
      * ENCONTRADO VAI PARA W-MOTIVO-LEAD.
      *-----------------------------------------------------------
       150-VALIDAR-LEAD.

           MOVE FUNCTION UPPER-CASE(W-CSV-NOME)   TO W-LEAD-NOME
           MOVE FUNCTION UPPER-CASE(W-CSV-CIDADE) TO W-LEAD-CIDADE
           MOVE FUNCTION UPPER-CASE(W-CSV-UF)     TO W-LEAD-UF
           MOVE ZEROS TO W-LEAD-POTENCIAL
           MOVE ZEROS TO W-LEAD-VENDEDOR
           MOVE ZEROS TO W-LEAD-LATITUDE
           MOVE ZEROS TO W-LEAD-LONGITUDE

           MOVE W-CSV-TELEFONE TO W-TXT-ORIGEM
           PERFORM 650-DIGITOS-TELEFONE
           MOVE W-TXT-LIMPO TO W-LEAD-FONE-DIG

           MOVE W-CSV-CNPJ TO W-TXT-ORIGEM
           MOVE "S" TO W-MANTER-LETRAS
           PERFORM 600-LIMPAR-TEXTO
           MOVE FUNCTION UPPER-CASE(W-TXT-LIMPO) TO W-LEAD-CNPJ

           IF W-LEAD-NOME EQUAL SPACES
              MOVE "NOME DO LEAD NAO INFORMADO" TO W-MOTIVO-LEAD
           END-IF

           IF W-MOTIVO-LEAD EQUAL SPACES
              IF W-LEAD-CIDADE EQUAL SPACES
                 MOVE "CIDADE DO LEAD NAO INFORMADA" TO W-MOTIVO-LEAD
              END-IF
           END-IF

           IF W-MOTIVO-LEAD EQUAL SPACES
              IF W-LEAD-CNPJ NOT EQUAL SPACES
                 IF W-POS-LIMPO NOT EQUAL 14
                    MOVE "CNPJ SEM 14 POSICOES" TO W-MOTIVO-LEAD
                 ELSE
                    PERFORM 155-VALIDAR-CNPJ
                 END-IF
              END-IF
           END-IF

           IF W-MOTIVO-LEAD EQUAL SPACES
              IF W-CSV-POTENCIAL NOT EQUAL SPACES
                 MOVE W-CSV-POTENCIAL TO W-TXT-ORIGEM
                 PERFORM 660-CONFERIR-NUMERO
                 IF W-QTD-INVALIDOS GREATER ZEROS
                    OR W-QTD-VIRGULAS GREATER 1
                    MOVE "POTENCIAL NAO NUMERICO" TO W-MOTIVO-LEAD
                 ELSE
                    COMPUTE W-LEAD-POTENCIAL =
                            FUNCTION NUMVAL(W-CSV-POTENCIAL)
                 END-IF
              END-IF
           END-IF

           IF W-MOTIVO-LEAD EQUAL SPACES
              IF W-CSV-VENDEDOR NOT EQUAL SPACES
                 MOVE W-CSV-VENDEDOR TO W-TXT-ORIGEM
                 PERFORM 660-CONFERIR-NUMERO
                 IF W-QTD-INVALIDOS GREATER ZEROS
                    OR W-QTD-VIRGULAS GREATER ZEROS
                    MOVE "CODIGO DO VENDEDOR NAO NUMERICO"
                      TO W-MOTIVO-LEAD
                 ELSE
                    COMPUTE W-LEAD-VENDEDOR =
                            FUNCTION NUMVAL(W-CSV-VENDEDOR)
                    PERFORM 160-VALIDAR-VENDEDOR
                 END-IF
              END-IF
           END-IF.

       155-VALIDAR-CNPJ.

           MOVE ZEROS TO LKS-RETORNO
           MOVE W-LEAD-CNPJ TO LKS-CNPJ-ALFA-I
           MOVE "CNA" TO LKS-TIPO-CALCULO
           MOVE "V"   TO LKS-ACAO

           CALL 'CALCDIGITO' USING LKS-PARAMETRO

           IF LKS-RETORNO EQUAL 4
              MOVE "CNPJ COM CARACTER INVALIDO" TO W-MOTIVO-LEAD
           ELSE
              IF LKS-RETORNO NOT EQUAL 0
                 MOVE "CNPJ COM DIGITO VERIFICADOR INVALIDO"
                   TO W-MOTIVO-LEAD
              END-IF
           END-IF.

      * VENDEDOR RESPONSAVEL INFORMADO PRECISA EXISTIR E ESTAR
      * ATIVO; EM BRANCO OU ZERO DEIXA O PROSPECT SEM RESPONSAVEL.
       160-VALIDAR-VENDEDOR.

           IF W-LEAD-VENDEDOR GREATER ZEROS
              IF W-VENDEDOR-ABERTO NOT EQUAL "S"
                 MOVE "VENDEDOR RESPONSAVEL NAO CADASTRADO"
                   TO W-MOTIVO-LEAD
              ELSE
                 MOVE W-LEAD-VENDEDOR TO COD-VENDEDOR
                 READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                   INVALID KEY MOVE "23" TO FS-VENDEDOR
                 END-READ

                 IF FS-VENDEDOR NOT EQUAL "00"
                    MOVE "VENDEDOR RESPONSAVEL NAO CADASTRADO"
                      TO W-MOTIVO-LEAD
                    MOVE "00" TO FS-VENDEDOR
                 ELSE
                    IF NOT VENDEDOR-ATIVO
                       MOVE "VENDEDOR RESPONSAVEL INATIVO"
                         TO W-MOTIVO-LEAD
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * COORDENADAS PELA CIDADE, COMO O 150-GEOCODIFICAR DO
      * CADPROSPECT. CIDADE FORA DA BASE NAO IMPEDE A CARGA - O
      * PROSPECT ENTRA SEM POSICAO E A LINHA SAI COM OBSERVACAO
      * PARA O CADCIDADE SER COMPLETADO.
       170-GEOCODIFICAR.

           MOVE W-LEAD-CIDADE TO W-GEO-CIDADE

           CALL 'GEOCODIFICA' USING W-PARAM-GEO

           IF W-GEO-ENCONTRADO EQUAL "S"
              MOVE W-GEO-LATITUDE  TO W-LEAD-LATITUDE
              MOVE W-GEO-LONGITUDE TO W-LEAD-LONGITUDE
           ELSE
              MOVE "CIDADE NAO ENCONTRADA NA GEOCODIFICACAO"
                TO W-OBSERVACAO-LEAD
              ADD 1 TO W-QTD-SEM-COORDENADA
           END-IF.

      *-----------------------------------------------------------
      * PROCURA O LEAD NA BASE DE COMPARACAO: MESMO CNPJ, MESMO
      * TELEFONE (SO DIGITOS) OU MESMO NOME NA MESMA CIDADE. O
      * PRIMEIRO REGISTRO QUE BATE E CITADO NO MOTIVO.
      *-----------------------------------------------------------
       200-PROCURAR-DUPLICADO.

           MOVE "N" TO W-DUPLICADO-SW

           PERFORM 210-COMPARAR-REGISTRO
              VARYING W-IDX-BASE FROM 1 BY 1
              UNTIL W-IDX-BASE GREATER W-QTD-BASE
                 OR W-ACHOU-DUPLICADO.

       210-COMPARAR-REGISTRO.

           MOVE SPACES TO W-CRITERIO-DUP

           IF W-LEAD-CNPJ NOT EQUAL SPACES
              AND W-LEAD-CNPJ EQUAL W-BAS-CNPJ (W-IDX-BASE)
              MOVE "CNPJ" TO W-CRITERIO-DUP
           ELSE
              IF W-LEAD-FONE-DIG NOT EQUAL SPACES
                 AND W-LEAD-FONE-DIG EQUAL W-BAS-FONE-DIG (W-IDX-BASE)
                 MOVE "TELEFONE" TO W-CRITERIO-DUP
              ELSE
                 IF W-LEAD-NOME   EQUAL W-BAS-NOME   (W-IDX-BASE)
                    AND W-LEAD-CIDADE EQUAL W-BAS-CIDADE (W-IDX-BASE)
                    MOVE "NOME E CIDADE" TO W-CRITERIO-DUP
                 END-IF
              END-IF
           END-IF

           IF W-CRITERIO-DUP NOT EQUAL SPACES
              MOVE "S" TO W-DUPLICADO-SW

              IF W-BAS-CLIENTE (W-IDX-BASE)
                 MOVE "CLIENTE"  TO W-DESC-ORIGEM
              ELSE
                 MOVE "PROSPECT" TO W-DESC-ORIGEM
              END-IF

              STRING W-CRITERIO-DUP          DELIMITED BY "  "
                     " JA EXISTE NO "        DELIMITED BY SIZE
                     W-DESC-ORIGEM           DELIMITED BY SPACE
                     " "                     DELIMITED BY SIZE
                     W-BAS-CODIGO (W-IDX-BASE)
                                             DELIMITED BY SIZE
                INTO W-MOTIVO-LEAD
              END-STRING
           END-IF.

      *-----------------------------------------------------------
      * GRAVA O LEAD ACEITO COMO PROSPECT NOVO, COM CODIGO DA SERIE
      * "PROSPECT" DO CADNUMERO.
      *-----------------------------------------------------------
       300-INCLUIR-PROSPECT.

           PERFORM 170-GEOCODIFICAR

           PERFORM 310-RESERVAR-CODIGO-PROSPECT

           INITIALIZE ARQ-PROSPECT-REG
           MOVE W-CODIGO-RESERVADO TO PS-COD-PROSPECT
           MOVE W-CSV-NOME         TO PS-NOME
           MOVE W-LEAD-LATITUDE    TO PS-LATITUDE
           MOVE W-LEAD-LONGITUDE   TO PS-LONGITUDE
           MOVE W-LEAD-POTENCIAL   TO PS-POTENCIAL
           SET PS-NOVO TO TRUE
           MOVE W-CSV-LOGRADOURO   TO PS-LOGRADOURO
           MOVE W-CSV-NUMERO       TO PS-NUMERO
           MOVE W-LEAD-CIDADE      TO PS-CIDADE
           MOVE W-LEAD-UF          TO PS-UF
           MOVE W-CSV-TELEFONE     TO PS-TELEFONE
           MOVE W-CSV-CONTATO      TO PS-CONTATO
           ACCEPT PS-DATA-CADASTRO FROM DATE YYYYMMDD
           MOVE ZEROS              TO PS-COD-CLIENTE-GERADO
           MOVE W-LEAD-VENDEDOR    TO PS-COD-VENDEDOR

           WRITE ARQ-PROSPECT-REG

           IF FS-PROSPECT EQUAL "00"
              MOVE "ACEITO" TO W-SITUACAO-LEAD
              ADD 1 TO W-QTD-ACEITOS

              MOVE "INC"    TO W-OPERACAO-AUD
              MOVE SPACES   TO W-VALOR-ANTES-TXT
              MOVE "N NOVO" TO W-VALOR-DEPOIS-TXT
              PERFORM 700-GRAVAR-AUDITORIA

              PERFORM 320-INCLUIR-NA-BASE
           ELSE
              MOVE "REJEITADO" TO W-SITUACAO-LEAD
              ADD 1 TO W-QTD-REJEITADOS
              STRING "ERRO AO GRAVAR O PROSPECT - FS=" FS-PROSPECT
                INTO W-MOTIVO-LEAD
              MOVE ZEROS TO W-CODIGO-RESERVADO
              MOVE "00"  TO FS-PROSPECT
           END-IF.

       310-RESERVAR-CODIGO-PROSPECT.

           OPEN I-O ARQ-NUMERO

           MOVE "PROSPECT" TO NUM-TIPO
           READ ARQ-NUMERO RECORD WITH LOCK
             KEY IS NUM-TIPO
             INVALID KEY MOVE "23" TO FS-NUMERO
           END-READ

           IF FS-NUMERO NOT EQUAL "00"
              MOVE "00" TO FS-NUMERO
              MOVE "PROSPECT" TO NUM-TIPO
              MOVE ZEROS     TO NUM-ULTIMO
              WRITE ARQ-NUMERO-REG
           END-IF

           COMPUTE W-CODIGO-RESERVADO = NUM-ULTIMO + 1

           MOVE "N" TO W-CODIGO-LIVRE
           PERFORM 315-VERIFICAR-CODIGO-LIVRE
              UNTIL W-CODIGO-ESTA-LIVRE

           MOVE W-CODIGO-RESERVADO TO NUM-ULTIMO
           REWRITE ARQ-NUMERO-REG

           UNLOCK ARQ-NUMERO
           CLOSE ARQ-NUMERO.

       315-VERIFICAR-CODIGO-LIVRE.
           MOVE W-CODIGO-RESERVADO TO PS-COD-PROSPECT

           READ ARQ-PROSPECT RECORD KEY IS PS-COD-PROSPECT
             INVALID KEY MOVE "23" TO FS-PROSPECT
           END-READ

           IF FS-PROSPECT EQUAL "00"
              ADD 1 TO W-CODIGO-RESERVADO
           ELSE
              MOVE "S"  TO W-CODIGO-LIVRE
              MOVE "00" TO FS-PROSPECT
           END-IF.

      * O LEAD ACEITO PASSA A VALER COMO PROSPECT NA COMPARACAO DAS
      * LINHAS SEGUINTES - COM O CNPJ, QUE O CADPROSPECT NAO GUARDA.
       320-INCLUIR-NA-BASE.

           IF W-QTD-BASE LESS W-MAX-BASE
              ADD 1 TO W-QTD-BASE
              MOVE "P"                TO W-BAS-ORIGEM   (W-QTD-BASE)
              MOVE W-CODIGO-RESERVADO TO W-BAS-CODIGO   (W-QTD-BASE)
              MOVE W-LEAD-CNPJ        TO W-BAS-CNPJ     (W-QTD-BASE)
              MOVE W-LEAD-FONE-DIG    TO W-BAS-FONE-DIG (W-QTD-BASE)
              MOVE W-LEAD-NOME        TO W-BAS-NOME     (W-QTD-BASE)
              MOVE W-LEAD-CIDADE      TO W-BAS-CIDADE   (W-QTD-BASE)
           END-IF.

       400-GRAVAR-LINHA-RELATORIO.

           MOVE W-SITUACAO-LEAD    TO WDET-SITUACAO
           MOVE W-NUM-LINHA        TO WDET-LINHA
           MOVE W-CSV-NOME         TO WDET-NOME
           MOVE W-LEAD-CNPJ        TO WDET-CNPJ
           MOVE W-CSV-TELEFONE     TO WDET-TELEFONE
           MOVE W-LEAD-CIDADE      TO WDET-CIDADE
           MOVE W-LEAD-UF          TO WDET-UF
           MOVE W-CODIGO-RESERVADO TO WDET-CODIGO
           MOVE W-MOTIVO-LEAD      TO WDET-MOTIVO
           MOVE W-OBSERVACAO-LEAD  TO WDET-OBSERVACAO

           WRITE REL-REGISTRO FROM WDET.

      *-----------------------------------------------------------
      * ROTINAS DE LIMPEZA DE TEXTO (VER W-TXT-ORIGEM).
      *-----------------------------------------------------------
       600-LIMPAR-TEXTO.

           MOVE SPACES TO W-TXT-LIMPO
           MOVE ZEROS  TO W-POS-LIMPO
           MOVE ZEROS  TO W-QTD-INVALIDOS
           MOVE ZEROS  TO W-QTD-VIRGULAS

           PERFORM 610-EXAMINAR-CARACTER
              VARYING W-POS-ORIGEM FROM 1 BY 1
              UNTIL W-POS-ORIGEM GREATER 20

           MOVE "N" TO W-MANTER-LETRAS.

       610-EXAMINAR-CARACTER.

           MOVE W-TXT-ORIGEM (W-POS-ORIGEM:1) TO W-CARACTER

           IF W-CARACTER IS NUMERIC
              OR (W-MANTER-LETRAS EQUAL "S"
                  AND W-CARACTER IS ALPHABETIC
                  AND W-CARACTER NOT EQUAL SPACE)
              ADD 1 TO W-POS-LIMPO
              MOVE W-CARACTER TO W-TXT-LIMPO (W-POS-LIMPO:1)
           ELSE
              IF W-CARACTER EQUAL ","
                 ADD 1 TO W-QTD-VIRGULAS
              ELSE
                 IF W-CARACTER NOT EQUAL SPACE
                    ADD 1 TO W-QTD-INVALIDOS
                 END-IF
              END-IF
           END-IF.

      * TELEFONE SO COM DIGITOS; CURTO DEMAIS FICA EM BRANCO E NAO
      * ENTRA NA COMPARACAO.
       650-DIGITOS-TELEFONE.

           PERFORM 600-LIMPAR-TEXTO

           IF W-POS-LIMPO LESS W-MIN-DIGITOS-FONE
              MOVE SPACES TO W-TXT-LIMPO
           END-IF.

      * CAMPO NUMERICO DA PLANILHA: SO DIGITOS E, NO MAXIMO, UMA
      * VIRGULA DECIMAL (QUEM CHAMA DECIDE SE ACEITA A VIRGULA).
       660-CONFERIR-NUMERO.

           PERFORM 600-LIMPAR-TEXTO

           IF W-POS-LIMPO EQUAL ZEROS
              ADD 1 TO W-QTD-INVALIDOS
           END-IF.

      * INCLUSAO NA TRILHA DO FUNIL (CADPROSPECT.AUD) - MESMO
      * REGISTRO QUE A INCLUSAO PELA TELA GRAVA.
       700-GRAVAR-AUDITORIA.

           MOVE SPACES          TO W-CHAVE-AUD
           MOVE PS-COD-PROSPECT TO W-CHAVE-AUD

           OPEN EXTEND ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00" OR FS-AUDGERAL EQUAL "05"
              ACCEPT AG-DATA FROM DATE YYYYMMDD
              ACCEPT AG-HORA FROM TIME
              MOVE W-OPERADOR-ID      TO AG-OPERADOR
              MOVE W-OPERACAO-AUD     TO AG-OPERACAO
              MOVE W-CHAVE-AUD        TO AG-CHAVE
              MOVE W-VALOR-ANTES-TXT  TO AG-VALOR-ANTES
              MOVE W-VALOR-DEPOIS-TXT TO AG-VALOR-DEPOIS

              MOVE "CADPROSPECT.AUD" TO PLA-TRILHA
              SET PLA-LACRAR TO TRUE
              MOVE ZEROS TO AG-SEQ-LACRE
              MOVE ZEROS TO AG-LACRE
              MOVE REG-AUDGERAL TO PLA-CONTEUDO
              CALL "AUDLACRE" USING W-PARAM-LACRE
              MOVE PLA-SEQ   TO AG-SEQ-LACRE
              MOVE PLA-LACRE TO AG-LACRE

              WRITE REG-AUDGERAL

              CLOSE ARQ-AUDGERAL
           END-IF.

       END PROGRAM IMPLEAD.
