       PROGRAM-ID.   RELFUNIL.
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

           SELECT OPTIONAL ARQ-CIDADE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CID-CHAVE-CIDADE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CIDADE.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VENDEDOR.

      * HISTORICO DE ESTAGIOS GRAVADO PELO CADPROSPECT.
           SELECT OPTIONAL ARQ-AUDGERAL ASSIGN TO "CADPROSPECT.AUD"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUDGERAL.

           SELECT ARQ-PARAM ASSIGN TO "RELFUNIL.PAR"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS FS-PARAM.

           SELECT ARQ-TEMP      ASSIGN TO "RELFUNIL.TMP"
                  FILE STATUS   IS FS-TEMP.

           SELECT REL-FUNIL ASSIGN TO "RELFUNIL.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPROSPECT'.

       COPY "CADPROSPECT.CPY".

       FD  ARQ-CIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCIDADE'.

       COPY "CADCIDADE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.

       COPY "AUDGERAL.CPY".

      * PERIODO DE CADASTRO DOS PROSPECTS (SAFRA) - EM BRANCO OU
      * ZERADO = TODOS.
       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.

       01  REG-PARAM.
           03 PARAM-DATA-INI      PIC 9(008).
           03 PARAM-DATA-FIM      PIC 9(008).

      * UMA PERMANENCIA CONCLUIDA EM UM ESTAGIO, JA COM O GRUPO
      * (GERAL, REGIAO OU VENDEDOR) DO RELATORIO - EM ORDEM DE DIAS
      * DENTRO DE GRUPO/ESTAGIO PARA TIRAR A MEDIANA.
       SD  ARQ-TEMP.
       01  REG-TEMP.
           03 TMP-IDX-GRUPO           PIC  9(004).
           03 TMP-ESTAGIO             PIC  9(001).
           03 TMP-DIAS                PIC  9(005).

       FD  REL-FUNIL.
       01  REG-FUNIL-REL PIC X(400).

       WORKING-STORAGE SECTION.

       77 FS-PROSPECT             PIC  X(002)         VALUE "00".
       77 FS-CIDADE               PIC  X(002)         VALUE "00".
       77 FS-VENDEDOR             PIC  X(002)         VALUE "00".
       77 FS-AUDGERAL             PIC  X(002)         VALUE "00".
       77 FS-PARAM                PIC  X(002)         VALUE "00".
       77 FS-TEMP                 PIC  X(002)         VALUE "00".
       77 W-CIDADE-ABERTO         PIC  X(001)         VALUE "N".

       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-DATA-INI              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008)         VALUE 99999999.

      *-----------------------------------------------------------
      * PROSPECTS DO PERIODO, EM ORDEM DE CODIGO (BUSCA BINARIA NA
      * LEITURA DO HISTORICO). O ESTAGIO DO HISTORICO E A DATA DE
      * ENTRADA NELE SAO REPRODUZIDOS MOVIMENTO A MOVIMENTO; O
      * ALCANCE E O ESTAGIO MAIS AVANCADO DO FUNIL QUE O PROSPECT
      * JA ATINGIU (1 NOVO, 2 CONTATO, 3 PROPOSTA, 4 CONVERTIDO).
      *-----------------------------------------------------------
       01  W-TAB-PROSPECT.
           03 W-PRO-ITEM OCCURS 5000 TIMES.
              05 W-PRO-COD          PIC 9(007).
              05 W-PRO-REGIAO       PIC X(003).
              05 W-PRO-VENDEDOR     PIC 9(003).
              05 W-PRO-ESTAGIO      PIC X(001).
              05 W-PRO-ESTAGIO-HIST PIC X(001).
              05 W-PRO-DATA-ENTRADA PIC 9(008).
              05 W-PRO-ALCANCE      PIC 9(001).

       77 W-QTD-PROSPECTS         PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-PROSPECT          PIC 9(004) COMP     VALUE ZEROS.
       77 W-QTD-FORA-TABELA       PIC 9(007)          VALUE ZEROS.
       77 W-QTD-MOVIMENTOS        PIC 9(007)          VALUE ZEROS.

       77 W-COD-BUSCA             PIC 9(007)          VALUE ZEROS.
       77 W-BUSCA-INI             PIC 9(004) COMP     VALUE ZEROS.
       77 W-BUSCA-FIM             PIC 9(004) COMP     VALUE ZEROS.
       77 W-BUSCA-MEIO            PIC 9(004) COMP     VALUE ZEROS.
       77 W-ACHOU-SW              PIC X(001)          VALUE "N".
          88 W-ACHOU-PROSPECT        VALUE "S".

      *-----------------------------------------------------------
      * ACUMULADORES DO FUNIL POR GRUPO: A POSICAO 1 E O TOTAL
      * GERAL; 2 A 1001 OS VENDEDORES RESPONSAVEIS (CODIGO + 2, O
      * ZERO E "SEM RESPONSAVEL"); DE 1002 EM DIANTE AS REGIOES, EM
      * ORDEM DE CODIGO. OS ESTAGIOS SEGUEM 1 NOVO, 2 CONTATO, 3
      * PROPOSTA, 4 CONVERTIDO, 5 DESCARTADO; SO OS TRES PRIMEIROS
      * TEM PERMANENCIA (MEDIANA EM DIAS). A POSICAO 1302 SO SERVE
      * DE FOLGA PARA A INSERCAO EM ORDEM.
      *-----------------------------------------------------------
       01  W-TAB-GRUPO.
           03 W-GRP-ITEM OCCURS 1302 TIMES.
              05 W-GRP-REGIAO       PIC X(003).
              05 W-GRP-QTD          OCCURS 5 TIMES
                                    PIC 9(007) COMP.
              05 W-GRP-POTENCIAL    OCCURS 5 TIMES
                                    PIC 9(013)V9(002) COMP-3.
              05 W-GRP-ALCANCE      OCCURS 4 TIMES
                                    PIC 9(007) COMP.
              05 W-GRP-QTD-DUR      OCCURS 3 TIMES
                                    PIC 9(007) COMP.
              05 W-GRP-MEDIANA      OCCURS 3 TIMES
                                    PIC 9(005)V9(001) COMP-3.

       77 W-PRIMEIRA-REGIAO       PIC 9(004) COMP     VALUE 1002.
       77 W-ULTIMA-REGIAO         PIC 9(004) COMP     VALUE 1001.
       77 W-LIMITE-REGIAO         PIC 9(004) COMP     VALUE 1301.
       77 W-IDX-GRUPO             PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-REG               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-VEN               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-AUX               PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-DESLOC            PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-EST               PIC 9(001) COMP     VALUE ZEROS.
       77 W-IDX-ALC               PIC 9(001) COMP     VALUE ZEROS.
       77 W-RANK-EST              PIC 9(001)          VALUE ZEROS.
       77 W-ALCANCE-PRO           PIC 9(001)          VALUE ZEROS.
       77 W-ESTAGIO-AVALIAR       PIC X(001)          VALUE SPACES.
       77 W-ESTAGIO-ANTES         PIC X(001)          VALUE SPACES.
       77 W-ESTAGIO-DEPOIS        PIC X(001)          VALUE SPACES.
       77 W-REGIAO-PRO            PIC X(003)          VALUE SPACES.
       77 W-CIDADE-BUSCA          PIC X(030)          VALUE SPACES.
       77 W-DIAS-PERMANENCIA      PIC S9(009)         VALUE ZEROS.

      * QUEBRA DA SAIDA DO SORT NO CALCULO DA MEDIANA: AS POSICOES
      * DO MEIO DE CADA GRUPO/ESTAGIO (IGUAIS QUANDO A QUANTIDADE E
      * IMPAR) E A SOMA DOS DIAS NELAS.
       77 W-ANT-GRUPO             PIC 9(004)          VALUE ZEROS.
       77 W-ANT-ESTAGIO           PIC 9(001)          VALUE ZEROS.
       77 W-POSICAO               PIC 9(007)          VALUE ZEROS.
       77 W-MEIO-1                PIC 9(007)          VALUE ZEROS.
       77 W-MEIO-2                PIC 9(007)          VALUE ZEROS.
       77 W-SOMA-MEIO             PIC 9(007)          VALUE ZEROS.

       77 W-QTD-TOTAL-GRP         PIC 9(007)          VALUE ZEROS.
       77 W-PCT-CALC              PIC 9(005)V9(002)   VALUE ZEROS.
       77 W-COD-VENDEDOR-REL      PIC 9(003)          VALUE ZEROS.
       77 W-QTD-LINHAS            PIC 9(005)          VALUE ZEROS.

      * DESCRICAO DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SEM A
      * TABELA OU SEM O CODIGO NELA A DESCRICAO SAI EM BRANCO.
       01  W-PARAM-REGIAO.
           03 PRG-CODIGO          PIC X(003)          VALUE SPACES.
           03 PRG-DESCRICAO       PIC X(030)          VALUE SPACES.
           03 PRG-FILIAL          PIC X(002)          VALUE SPACES.
           03 PRG-GERENTE         PIC X(008)          VALUE SPACES.
           03 PRG-SITUACAO        PIC X(001)          VALUE SPACES.
              88 PRG-VALIDA          VALUE "S".
              88 PRG-INATIVA         VALUE "I".
              88 PRG-INEXISTENTE     VALUE "N".
              88 PRG-SEM-TABELA      VALUE "T".

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT)
      * - A COPIA DATADA SOBREVIVE A PROXIMA SOBRESCRITA DO NOME
      * FIXO.
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB.
           03 FILLER PIC X(400) VALUE "FUNIL DE PROSPECTS;VISAO;CHAVE;DE
      -"SCRICAO;NOVOS;EM CONTATO;EM PROPOSTA;CONVERTIDOS;DESCARTADOS;TOT
      -"AL;POTENCIAL NOVOS;POTENCIAL EM CONTATO;POTENCIAL EM PROPOSTA;PO
      -"TENCIAL CONVERTIDOS;POTENCIAL DESCARTADOS;PCT NOVO-CONTATO;PCT C
      -"ONTATO-PROPOSTA;PCT PROPOSTA-CONVERSAO;PCT NOVO-CONVERSAO;MEDIAN
      -"A DIAS NOVO;MEDIANA DIAS CONTATO;MEDIANA DIAS PROPOSTA;".

       01  WDET.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VISAO          PIC X(008)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CHAVE          PIC X(003)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DESCRICAO      PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-NOVO       PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-CONTATO    PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-PROPOSTA   PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-CONVERTIDO PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-DESCARTADO PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-TOTAL      PIC ZZZZZZ9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-POT-NOVO       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-POT-CONTATO    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-POT-PROPOSTA   PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-POT-CONVERTIDO PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-POT-DESCARTADO PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-NOVO-CON   PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-CON-PRO    PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-PRO-CNV    PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-PCT-NOVO-CNV   PIC ZZ9,99          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MED-NOVO       PIC ZZZZ9,9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MED-CONTATO    PIC ZZZZ9,9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-MED-PROPOSTA   PIC ZZZZ9,9         VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * FUNIL DE PROSPECTS: POR REGIAO (DA CIDADE DO PROSPECT NA
      * BASE DE CIDADES) E POR VENDEDOR RESPONSAVEL, A QUANTIDADE E
      * O POTENCIAL (PS-POTENCIAL) EM CADA ESTAGIO ATUAL, A TAXA DE
      * PASSAGEM DE UM ESTAGIO PARA O SEGUINTE (PROSPECTS QUE JA
      * ALCANCARAM O SEGUINTE SOBRE OS QUE ALCANCARAM O ANTERIOR) E
      * A MEDIANA DE DIAS DE PERMANENCIA EM NOVO, CONTATO E
      * PROPOSTA. A PERMANENCIA VEM DO HISTORICO CADPROSPECT.AUD E
      * SO CONTA ESTADIAS ENCERRADAS, COM ENTRADA CONHECIDA: A DO
      * ESTAGIO NOVO E A DATA DE CADASTRO; PROSPECT MEXIDO ANTES DE
      * O HISTORICO EXISTIR SO PASSA A CONTAR A PARTIR DA PRIMEIRA
      * TROCA REGISTRADA. O RELFUNIL.PAR PODE RESTRINGIR O PERIODO
      * DE CADASTRO (AAAAMMDDAAAAMMDD).
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "RELFUNIL - INICIO DO PROCESSAMENTO"

           INITIALIZE W-TAB-GRUPO

           PERFORM 010-LER-PARAMETROS

           OPEN INPUT ARQ-PROSPECT

           IF FS-PROSPECT NOT EQUAL "00"
              IF FS-PROSPECT EQUAL "05"
                 CLOSE ARQ-PROSPECT
              END-IF
              DISPLAY "RELFUNIL - NENHUM PROSPECT CADASTRADO"
           ELSE
              OPEN INPUT ARQ-VENDEDOR

              MOVE "N" TO W-CIDADE-ABERTO
              OPEN INPUT ARQ-CIDADE
              IF FS-CIDADE EQUAL "00"
                 MOVE "S" TO W-CIDADE-ABERTO
              ELSE
                 IF FS-CIDADE EQUAL "05"
                    CLOSE ARQ-CIDADE
                 END-IF
              END-IF
              MOVE "00" TO FS-CIDADE

              PERFORM 100-CARREGAR-PROSPECTS

              SORT ARQ-TEMP
                   ON ASCENDING KEY TMP-IDX-GRUPO
                                    TMP-ESTAGIO
                                    TMP-DIAS
                   INPUT  PROCEDURE IS 200-APURAR-PERMANENCIAS
                   OUTPUT PROCEDURE IS 300-CALCULAR-MEDIANAS

              OPEN OUTPUT REL-FUNIL
              WRITE REG-FUNIL-REL FROM WCAB

              PERFORM 400-GRAVAR-RELATORIO

              CLOSE REL-FUNIL

              MOVE "RELFUNIL"     TO CTR-PROGRAMA
              MOVE "RELFUNIL.CSV" TO CTR-ARQUIVO
              CALL "CATRELAT" USING W-PARAM-CATALOGO

              IF W-CIDADE-ABERTO EQUAL "S"
                 CLOSE ARQ-CIDADE
              END-IF
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-PROSPECT

              DISPLAY "RELFUNIL - PERIODO DE CADASTRO: " W-DATA-INI
                      " A " W-DATA-FIM
              DISPLAY "RELFUNIL - PROSPECTS AVALIADOS: " W-QTD-PROSPECTS
              DISPLAY "RELFUNIL - MOVIMENTOS DE ESTAGIO: "
                      W-QTD-MOVIMENTOS
              DISPLAY "RELFUNIL - LINHAS GRAVADAS: " W-QTD-LINHAS
              IF W-QTD-FORA-TABELA GREATER ZEROS
                 DISPLAY "RELFUNIL - PROSPECTS ALEM DA TABELA: "
                         W-QTD-FORA-TABELA
              END-IF
           END-IF

           DISPLAY "RELFUNIL - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQ-PARAM
           IF FS-PARAM EQUAL "00"
              READ ARQ-PARAM
              IF FS-PARAM EQUAL "00"
                 IF PARAM-DATA-INI IS NUMERIC
                    AND PARAM-DATA-INI GREATER ZEROS
                    MOVE PARAM-DATA-INI TO W-DATA-INI
                 END-IF
                 IF PARAM-DATA-FIM IS NUMERIC
                    AND PARAM-DATA-FIM GREATER ZEROS
                    MOVE PARAM-DATA-FIM TO W-DATA-FIM
                 END-IF
              END-IF
              CLOSE ARQ-PARAM
           END-IF.

      *-----------------------------------------------------------
      * CARGA DOS PROSPECTS DO PERIODO E CONTAGEM PELO ESTAGIO
      * ATUAL. AS REGIOES ENTRAM NA TABELA DE GRUPOS AQUI, ANTES DE
      * QUALQUER PERMANENCIA SER LIBERADA PARA O SORT COM O INDICE
      * DO GRUPO.
      *-----------------------------------------------------------
       100-CARREGAR-PROSPECTS.

           MOVE ZEROS TO W-QTD-PROSPECTS

           MOVE ZEROS TO PS-COD-PROSPECT
           START ARQ-PROSPECT KEY IS NOT LESS PS-COD-PROSPECT
             INVALID KEY MOVE "23" TO FS-PROSPECT
           END-START

           IF FS-PROSPECT EQUAL "00"
              READ ARQ-PROSPECT NEXT
              PERFORM 110-GUARDAR-PROSPECT
                 UNTIL FS-PROSPECT NOT EQUAL "00"
           END-IF

           MOVE "00" TO FS-PROSPECT.

       110-GUARDAR-PROSPECT.
           IF PS-DATA-CADASTRO NOT LESS W-DATA-INI
              AND PS-DATA-CADASTRO NOT GREATER W-DATA-FIM
              IF W-QTD-PROSPECTS NOT LESS 5000
                 ADD 1 TO W-QTD-FORA-TABELA
              ELSE
                 PERFORM 120-ACHAR-REGIAO-PROSPECT

                 ADD 1 TO W-QTD-PROSPECTS
                 MOVE PS-COD-PROSPECT
                   TO W-PRO-COD          (W-QTD-PROSPECTS)
                 MOVE W-REGIAO-PRO
                   TO W-PRO-REGIAO       (W-QTD-PROSPECTS)
                 MOVE PS-COD-VENDEDOR
                   TO W-PRO-VENDEDOR     (W-QTD-PROSPECTS)
                 MOVE PS-ESTAGIO
                   TO W-PRO-ESTAGIO      (W-QTD-PROSPECTS)
                 MOVE "N"
                   TO W-PRO-ESTAGIO-HIST (W-QTD-PROSPECTS)
                 MOVE PS-DATA-CADASTRO
                   TO W-PRO-DATA-ENTRADA (W-QTD-PROSPECTS)
                 MOVE 1
                   TO W-PRO-ALCANCE      (W-QTD-PROSPECTS)

                 PERFORM 130-ACHAR-GRUPO-REGIAO
                 COMPUTE W-IDX-VEN = PS-COD-VENDEDOR + 2

                 MOVE PS-ESTAGIO TO W-ESTAGIO-AVALIAR
                 PERFORM 150-AVALIAR-ESTAGIO

                 IF W-IDX-EST GREATER ZEROS
                    MOVE 1 TO W-IDX-GRUPO
                    PERFORM 140-SOMAR-ESTAGIO-ATUAL
                    MOVE W-IDX-REG TO W-IDX-GRUPO
                    PERFORM 140-SOMAR-ESTAGIO-ATUAL
                    MOVE W-IDX-VEN TO W-IDX-GRUPO
                    PERFORM 140-SOMAR-ESTAGIO-ATUAL
                 END-IF
              END-IF
           END-IF

           READ ARQ-PROSPECT NEXT.

      * REGIAO DA CIDADE DO PROSPECT NA BASE DE CIDADES - PELA
      * CHAVE CIDADE+UF E, SEM A UF, PELA PRIMEIRA CIDADE DO NOME
      * (MESMA BUSCA DO GEOCODIFICA). SEM CIDADE = SEM REGIAO.
       120-ACHAR-REGIAO-PROSPECT.

           MOVE SPACES TO W-REGIAO-PRO

           IF W-CIDADE-ABERTO EQUAL "S"
              AND PS-CIDADE NOT EQUAL SPACES
              MOVE FUNCTION UPPER-CASE(PS-CIDADE) TO W-CIDADE-BUSCA
              MOVE W-CIDADE-BUSCA TO CID-NOME
              MOVE FUNCTION UPPER-CASE(PS-UF) TO CID-UF

              READ ARQ-CIDADE RECORD KEY IS CID-CHAVE-CIDADE
                INVALID KEY MOVE "23" TO FS-CIDADE
              END-READ

              IF FS-CIDADE EQUAL "00"
                 MOVE CID-REGIAO TO W-REGIAO-PRO
              ELSE
                 MOVE "00" TO FS-CIDADE
                 MOVE W-CIDADE-BUSCA TO CID-NOME
                 MOVE SPACES         TO CID-UF
                 START ARQ-CIDADE KEY IS NOT LESS CID-CHAVE-CIDADE
                   INVALID KEY MOVE "23" TO FS-CIDADE
                 END-START

                 IF FS-CIDADE EQUAL "00"
                    READ ARQ-CIDADE NEXT
                    IF FS-CIDADE EQUAL "00"
                       AND CID-NOME EQUAL W-CIDADE-BUSCA
                       MOVE CID-REGIAO TO W-REGIAO-PRO
                    END-IF
                 END-IF

                 MOVE "00" TO FS-CIDADE
              END-IF
           END-IF.

      * POSICAO DA REGIAO W-REGIAO-PRO NA TABELA DE GRUPOS, INCLUIDA
      * EM ORDEM QUANDO AINDA NAO EXISTE. TABELA CHEIA DEVOLVE ZERO
      * (A REGIAO FICA SO NO TOTAL GERAL E NO VENDEDOR).
       130-ACHAR-GRUPO-REGIAO.

           MOVE W-PRIMEIRA-REGIAO TO W-IDX-AUX
           PERFORM 131-AVANCAR-REGIAO
              UNTIL W-IDX-AUX GREATER W-ULTIMA-REGIAO
                 OR W-GRP-REGIAO (W-IDX-AUX) NOT LESS W-REGIAO-PRO

           IF W-IDX-AUX NOT GREATER W-ULTIMA-REGIAO
              AND W-GRP-REGIAO (W-IDX-AUX) EQUAL W-REGIAO-PRO
              MOVE W-IDX-AUX TO W-IDX-REG
           ELSE
              IF W-ULTIMA-REGIAO NOT LESS W-LIMITE-REGIAO
                 MOVE ZEROS TO W-IDX-REG
              ELSE
                 PERFORM 132-DESLOCAR-REGIAO
                    VARYING W-IDX-DESLOC FROM W-ULTIMA-REGIAO BY -1
                    UNTIL W-IDX-DESLOC LESS W-IDX-AUX

                 INITIALIZE W-GRP-ITEM (W-IDX-AUX)
                 MOVE W-REGIAO-PRO TO W-GRP-REGIAO (W-IDX-AUX)
                 ADD 1 TO W-ULTIMA-REGIAO
                 MOVE W-IDX-AUX TO W-IDX-REG
              END-IF
           END-IF.

       131-AVANCAR-REGIAO.
           ADD 1 TO W-IDX-AUX.

       132-DESLOCAR-REGIAO.
           MOVE W-GRP-ITEM (W-IDX-DESLOC)
             TO W-GRP-ITEM (W-IDX-DESLOC + 1).

       140-SOMAR-ESTAGIO-ATUAL.
           IF W-IDX-GRUPO GREATER ZEROS
              ADD 1            TO W-GRP-QTD       (W-IDX-GRUPO
                                                   W-IDX-EST)
              ADD PS-POTENCIAL TO W-GRP-POTENCIAL (W-IDX-GRUPO
                                                   W-IDX-EST)
           END-IF.

      * INDICE DO ESTAGIO W-ESTAGIO-AVALIAR NOS ACUMULADORES E A
      * SUA POSICAO NO FUNIL (DESCARTADO NAO AVANCA O ALCANCE).
       150-AVALIAR-ESTAGIO.

           EVALUATE W-ESTAGIO-AVALIAR
              WHEN "N"
                 MOVE 1 TO W-IDX-EST
                 MOVE 1 TO W-RANK-EST
              WHEN "C"
                 MOVE 2 TO W-IDX-EST
                 MOVE 2 TO W-RANK-EST
              WHEN "P"
                 MOVE 3 TO W-IDX-EST
                 MOVE 3 TO W-RANK-EST
              WHEN "V"
                 MOVE 4 TO W-IDX-EST
                 MOVE 4 TO W-RANK-EST
              WHEN "D"
                 MOVE 5 TO W-IDX-EST
                 MOVE 0 TO W-RANK-EST
              WHEN OTHER
                 MOVE 0 TO W-IDX-EST
                 MOVE 0 TO W-RANK-EST
           END-EVALUATE.

      *-----------------------------------------------------------
      * ENTRADA DO SORT: O HISTORICO E LIDO NA ORDEM EM QUE FOI
      * GRAVADO (CRONOLOGICA) E CADA TROCA ENCERRA A PERMANENCIA NO
      * ESTAGIO ANTERIOR - LIBERADA PARA O GERAL, A REGIAO E O
      * VENDEDOR DO PROSPECT. NO FIM, O ALCANCE DE CADA PROSPECT
      * ENTRA NAS TAXAS DE PASSAGEM.
      *-----------------------------------------------------------
       200-APURAR-PERMANENCIAS.

           OPEN INPUT ARQ-AUDGERAL

           IF FS-AUDGERAL EQUAL "00"
              READ ARQ-AUDGERAL
              PERFORM 210-LER-MOVIMENTO
                 UNTIL FS-AUDGERAL NOT EQUAL "00"
              CLOSE ARQ-AUDGERAL
           ELSE
              IF FS-AUDGERAL EQUAL "05"
                 CLOSE ARQ-AUDGERAL
              END-IF
           END-IF

           MOVE "00" TO FS-AUDGERAL

           PERFORM 250-APURAR-ALCANCE
              VARYING W-IDX-PROSPECT FROM 1 BY 1
              UNTIL W-IDX-PROSPECT GREATER W-QTD-PROSPECTS.

       210-LER-MOVIMENTO.
           IF (AG-OPERACAO EQUAL "INC" OR AG-OPERACAO EQUAL "EST"
               OR AG-OPERACAO EQUAL "CNV")
              AND AG-CHAVE (1:7) IS NUMERIC
              MOVE AG-CHAVE (1:7) TO W-COD-BUSCA
              PERFORM 220-LOCALIZAR-PROSPECT

              IF W-ACHOU-PROSPECT
                 ADD 1 TO W-QTD-MOVIMENTOS
                 PERFORM 230-REGISTRAR-MOVIMENTO
              END-IF
           END-IF

           READ ARQ-AUDGERAL.

      * BUSCA BINARIA DE W-COD-BUSCA NA TABELA DE PROSPECTS
      * (CARREGADA EM ORDEM DE CODIGO); ACHANDO, W-IDX-PROSPECT
      * APONTA A POSICAO.
       220-LOCALIZAR-PROSPECT.

           MOVE "N"             TO W-ACHOU-SW
           MOVE 1               TO W-BUSCA-INI
           MOVE W-QTD-PROSPECTS TO W-BUSCA-FIM

           PERFORM 225-DIVIDIR-BUSCA
              UNTIL W-ACHOU-PROSPECT
                 OR W-BUSCA-INI GREATER W-BUSCA-FIM.

       225-DIVIDIR-BUSCA.

           COMPUTE W-BUSCA-MEIO = (W-BUSCA-INI + W-BUSCA-FIM) / 2

           EVALUATE TRUE
              WHEN W-PRO-COD (W-BUSCA-MEIO) EQUAL W-COD-BUSCA
                 MOVE "S" TO W-ACHOU-SW
                 MOVE W-BUSCA-MEIO TO W-IDX-PROSPECT
              WHEN W-PRO-COD (W-BUSCA-MEIO) LESS W-COD-BUSCA
                 COMPUTE W-BUSCA-INI = W-BUSCA-MEIO + 1
              WHEN W-BUSCA-MEIO EQUAL 1
                 MOVE ZEROS TO W-BUSCA-FIM
              WHEN OTHER
                 COMPUTE W-BUSCA-FIM = W-BUSCA-MEIO - 1
           END-EVALUATE.

      * A INCLUSAO SO FIXA A ENTRADA NO ESTAGIO NOVO. NAS TROCAS, A
      * PERMANENCIA SO E LIBERADA QUANDO O ESTAGIO "ANTES" CONFERE
      * COM O REPRODUZIDO - SENAO A ENTRADA NELE E DESCONHECIDA.
       230-REGISTRAR-MOVIMENTO.

           IF AG-OPERACAO EQUAL "INC"
              MOVE AG-DATA TO W-PRO-DATA-ENTRADA (W-IDX-PROSPECT)
              MOVE "N"     TO W-PRO-ESTAGIO-HIST (W-IDX-PROSPECT)
           ELSE
              MOVE AG-VALOR-ANTES  (1:1) TO W-ESTAGIO-ANTES
              MOVE AG-VALOR-DEPOIS (1:1) TO W-ESTAGIO-DEPOIS

              IF W-ESTAGIO-ANTES EQUAL
                 W-PRO-ESTAGIO-HIST (W-IDX-PROSPECT)
                 AND W-PRO-DATA-ENTRADA (W-IDX-PROSPECT)
                     GREATER ZEROS
                 AND AG-DATA NOT LESS
                     W-PRO-DATA-ENTRADA (W-IDX-PROSPECT)
                 MOVE W-ESTAGIO-ANTES TO W-ESTAGIO-AVALIAR
                 PERFORM 150-AVALIAR-ESTAGIO

                 IF W-IDX-EST GREATER ZEROS
                    AND W-IDX-EST LESS 4
                    COMPUTE W-DIAS-PERMANENCIA =
                      FUNCTION INTEGER-OF-DATE(AG-DATA) -
                      FUNCTION INTEGER-OF-DATE
                               (W-PRO-DATA-ENTRADA (W-IDX-PROSPECT))
                    PERFORM 240-LIBERAR-PERMANENCIA
                 END-IF
              END-IF

              MOVE W-ESTAGIO-DEPOIS
                TO W-PRO-ESTAGIO-HIST (W-IDX-PROSPECT)
              MOVE AG-DATA
                TO W-PRO-DATA-ENTRADA (W-IDX-PROSPECT)

              MOVE W-ESTAGIO-DEPOIS TO W-ESTAGIO-AVALIAR
              PERFORM 150-AVALIAR-ESTAGIO
              IF W-RANK-EST GREATER W-PRO-ALCANCE (W-IDX-PROSPECT)
                 MOVE W-RANK-EST TO W-PRO-ALCANCE (W-IDX-PROSPECT)
              END-IF
           END-IF.

       240-LIBERAR-PERMANENCIA.

           IF W-DIAS-PERMANENCIA GREATER 99999
              MOVE 99999 TO W-DIAS-PERMANENCIA
           END-IF

           MOVE W-PRO-REGIAO (W-IDX-PROSPECT) TO W-REGIAO-PRO
           PERFORM 130-ACHAR-GRUPO-REGIAO
           COMPUTE W-IDX-VEN = W-PRO-VENDEDOR (W-IDX-PROSPECT) + 2

           MOVE 1 TO W-IDX-GRUPO
           PERFORM 245-LIBERAR-GRUPO
           MOVE W-IDX-REG TO W-IDX-GRUPO
           PERFORM 245-LIBERAR-GRUPO
           MOVE W-IDX-VEN TO W-IDX-GRUPO
           PERFORM 245-LIBERAR-GRUPO.

       245-LIBERAR-GRUPO.
           IF W-IDX-GRUPO GREATER ZEROS
              MOVE W-IDX-GRUPO        TO TMP-IDX-GRUPO
              MOVE W-IDX-EST          TO TMP-ESTAGIO
              MOVE W-DIAS-PERMANENCIA TO TMP-DIAS
              RELEASE REG-TEMP

              ADD 1 TO W-GRP-QTD-DUR (W-IDX-GRUPO W-IDX-EST)
           END-IF.

      * O ESTAGIO ATUAL DO CADASTRO TAMBEM CONTA NO ALCANCE - COBRE
      * OS PROSPECTS QUE AVANCARAM ANTES DE O HISTORICO EXISTIR.
       250-APURAR-ALCANCE.

           MOVE W-PRO-ESTAGIO (W-IDX-PROSPECT) TO W-ESTAGIO-AVALIAR
           PERFORM 150-AVALIAR-ESTAGIO
           IF W-RANK-EST GREATER W-PRO-ALCANCE (W-IDX-PROSPECT)
              MOVE W-RANK-EST TO W-PRO-ALCANCE (W-IDX-PROSPECT)
           END-IF
           MOVE W-PRO-ALCANCE (W-IDX-PROSPECT) TO W-ALCANCE-PRO

           MOVE W-PRO-REGIAO (W-IDX-PROSPECT) TO W-REGIAO-PRO
           PERFORM 130-ACHAR-GRUPO-REGIAO
           COMPUTE W-IDX-VEN = W-PRO-VENDEDOR (W-IDX-PROSPECT) + 2

           MOVE 1 TO W-IDX-GRUPO
           PERFORM 255-SOMAR-ALCANCE
           MOVE W-IDX-REG TO W-IDX-GRUPO
           PERFORM 255-SOMAR-ALCANCE
           MOVE W-IDX-VEN TO W-IDX-GRUPO
           PERFORM 255-SOMAR-ALCANCE.

       255-SOMAR-ALCANCE.
           IF W-IDX-GRUPO GREATER ZEROS
              PERFORM 256-SOMAR-ESTAGIO-ALCANCADO
                 VARYING W-IDX-ALC FROM 1 BY 1
                 UNTIL W-IDX-ALC GREATER W-ALCANCE-PRO
           END-IF.

       256-SOMAR-ESTAGIO-ALCANCADO.
           ADD 1 TO W-GRP-ALCANCE (W-IDX-GRUPO W-IDX-ALC).

      *-----------------------------------------------------------
      * SAIDA DO SORT: AS PERMANENCIAS CHEGAM EM ORDEM DE DIAS
      * DENTRO DE CADA GRUPO/ESTAGIO, CUJA QUANTIDADE JA E
      * CONHECIDA - A MEDIANA E A MEDIA DAS DUAS POSICOES DO MEIO
      * (A MESMA POSICAO QUANDO A QUANTIDADE E IMPAR).
      *-----------------------------------------------------------
       300-CALCULAR-MEDIANAS.

           MOVE ZEROS TO W-ANT-GRUPO
           MOVE ZEROS TO W-ANT-ESTAGIO

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN

           PERFORM 310-POSICIONAR-PERMANENCIA
              UNTIL FS-TEMP NOT EQUAL "00".

       310-POSICIONAR-PERMANENCIA.

           IF TMP-IDX-GRUPO NOT EQUAL W-ANT-GRUPO
              OR TMP-ESTAGIO NOT EQUAL W-ANT-ESTAGIO
              MOVE TMP-IDX-GRUPO TO W-ANT-GRUPO
              MOVE TMP-ESTAGIO   TO W-ANT-ESTAGIO
              MOVE ZEROS TO W-POSICAO
              MOVE ZEROS TO W-SOMA-MEIO
              COMPUTE W-MEIO-1 =
                      (W-GRP-QTD-DUR (W-ANT-GRUPO W-ANT-ESTAGIO)
                       + 1) / 2
              COMPUTE W-MEIO-2 =
                      W-GRP-QTD-DUR (W-ANT-GRUPO W-ANT-ESTAGIO) / 2
                      + 1
           END-IF

           ADD 1 TO W-POSICAO

           IF W-POSICAO EQUAL W-MEIO-1
              ADD TMP-DIAS TO W-SOMA-MEIO
           END-IF

           IF W-POSICAO EQUAL W-MEIO-2
              ADD TMP-DIAS TO W-SOMA-MEIO
              COMPUTE W-GRP-MEDIANA (W-ANT-GRUPO W-ANT-ESTAGIO)
                      ROUNDED = W-SOMA-MEIO / 2
           END-IF

           RETURN ARQ-TEMP
             AT END MOVE "10" TO FS-TEMP
           END-RETURN.

      * UMA LINHA PARA O TOTAL GERAL, UMA POR REGIAO E UMA POR
      * VENDEDOR RESPONSAVEL COM ALGUM PROSPECT NO PERIODO.
       400-GRAVAR-RELATORIO.

           MOVE ZEROS TO W-QTD-LINHAS

           MOVE 1                    TO W-IDX-GRUPO
           MOVE "GERAL"              TO WDET-VISAO
           MOVE SPACES               TO WDET-CHAVE
           MOVE "TODOS OS PROSPECTS" TO WDET-DESCRICAO
           PERFORM 410-GRAVAR-LINHA

           PERFORM 420-GRAVAR-REGIAO
              VARYING W-IDX-GRUPO FROM W-PRIMEIRA-REGIAO BY 1
              UNTIL W-IDX-GRUPO GREATER W-ULTIMA-REGIAO

           PERFORM 430-GRAVAR-VENDEDOR
              VARYING W-IDX-GRUPO FROM 2 BY 1
              UNTIL W-IDX-GRUPO GREATER 1001.

       410-GRAVAR-LINHA.

           COMPUTE W-QTD-TOTAL-GRP = W-GRP-QTD (W-IDX-GRUPO 1)
                                   + W-GRP-QTD (W-IDX-GRUPO 2)
                                   + W-GRP-QTD (W-IDX-GRUPO 3)
                                   + W-GRP-QTD (W-IDX-GRUPO 4)
                                   + W-GRP-QTD (W-IDX-GRUPO 5)

           MOVE W-GRP-QTD (W-IDX-GRUPO 1) TO WDET-QTD-NOVO
           MOVE W-GRP-QTD (W-IDX-GRUPO 2) TO WDET-QTD-CONTATO
           MOVE W-GRP-QTD (W-IDX-GRUPO 3) TO WDET-QTD-PROPOSTA
           MOVE W-GRP-QTD (W-IDX-GRUPO 4) TO WDET-QTD-CONVERTIDO
           MOVE W-GRP-QTD (W-IDX-GRUPO 5) TO WDET-QTD-DESCARTADO
           MOVE W-QTD-TOTAL-GRP           TO WDET-QTD-TOTAL

           MOVE W-GRP-POTENCIAL (W-IDX-GRUPO 1) TO WDET-POT-NOVO
           MOVE W-GRP-POTENCIAL (W-IDX-GRUPO 2) TO WDET-POT-CONTATO
           MOVE W-GRP-POTENCIAL (W-IDX-GRUPO 3) TO WDET-POT-PROPOSTA
           MOVE W-GRP-POTENCIAL (W-IDX-GRUPO 4) TO WDET-POT-CONVERTIDO
           MOVE W-GRP-POTENCIAL (W-IDX-GRUPO 5) TO WDET-POT-DESCARTADO

           MOVE ZEROS TO W-PCT-CALC
           IF W-GRP-ALCANCE (W-IDX-GRUPO 1) GREATER ZEROS
              COMPUTE W-PCT-CALC ROUNDED =
                      W-GRP-ALCANCE (W-IDX-GRUPO 2) * 100
                      / W-GRP-ALCANCE (W-IDX-GRUPO 1)
           END-IF
           MOVE W-PCT-CALC TO WDET-PCT-NOVO-CON

           MOVE ZEROS TO W-PCT-CALC
           IF W-GRP-ALCANCE (W-IDX-GRUPO 2) GREATER ZEROS
              COMPUTE W-PCT-CALC ROUNDED =
                      W-GRP-ALCANCE (W-IDX-GRUPO 3) * 100
                      / W-GRP-ALCANCE (W-IDX-GRUPO 2)
           END-IF
           MOVE W-PCT-CALC TO WDET-PCT-CON-PRO

           MOVE ZEROS TO W-PCT-CALC
           IF W-GRP-ALCANCE (W-IDX-GRUPO 3) GREATER ZEROS
              COMPUTE W-PCT-CALC ROUNDED =
                      W-GRP-ALCANCE (W-IDX-GRUPO 4) * 100
                      / W-GRP-ALCANCE (W-IDX-GRUPO 3)
           END-IF
           MOVE W-PCT-CALC TO WDET-PCT-PRO-CNV

           MOVE ZEROS TO W-PCT-CALC
           IF W-GRP-ALCANCE (W-IDX-GRUPO 1) GREATER ZEROS
              COMPUTE W-PCT-CALC ROUNDED =
                      W-GRP-ALCANCE (W-IDX-GRUPO 4) * 100
                      / W-GRP-ALCANCE (W-IDX-GRUPO 1)
           END-IF
           MOVE W-PCT-CALC TO WDET-PCT-NOVO-CNV

           MOVE W-GRP-MEDIANA (W-IDX-GRUPO 1) TO WDET-MED-NOVO
           MOVE W-GRP-MEDIANA (W-IDX-GRUPO 2) TO WDET-MED-CONTATO
           MOVE W-GRP-MEDIANA (W-IDX-GRUPO 3) TO WDET-MED-PROPOSTA

           WRITE REG-FUNIL-REL FROM WDET
           ADD 1 TO W-QTD-LINHAS.

       420-GRAVAR-REGIAO.

           MOVE "REGIAO"                  TO WDET-VISAO
           MOVE W-GRP-REGIAO (W-IDX-GRUPO) TO WDET-CHAVE

           IF W-GRP-REGIAO (W-IDX-GRUPO) EQUAL SPACES
              MOVE "SEM REGIAO" TO WDET-DESCRICAO
           ELSE
              MOVE W-GRP-REGIAO (W-IDX-GRUPO) TO PRG-CODIGO
              CALL "VERREGIAO" USING W-PARAM-REGIAO
              MOVE PRG-DESCRICAO TO WDET-DESCRICAO
           END-IF

           PERFORM 410-GRAVAR-LINHA.

       430-GRAVAR-VENDEDOR.

           IF W-GRP-ALCANCE (W-IDX-GRUPO 1) GREATER ZEROS
              COMPUTE W-COD-VENDEDOR-REL = W-IDX-GRUPO - 2

              MOVE "VENDEDOR"         TO WDET-VISAO
              MOVE W-COD-VENDEDOR-REL TO WDET-CHAVE

              IF W-COD-VENDEDOR-REL EQUAL ZEROS
                 MOVE "SEM RESPONSAVEL" TO WDET-DESCRICAO
              ELSE
                 MOVE W-COD-VENDEDOR-REL TO COD-VENDEDOR
                 READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR
                   INVALID KEY MOVE "23" TO FS-VENDEDOR
                 END-READ

                 IF FS-VENDEDOR EQUAL "00"
                    MOVE NOME-VENDEDOR TO WDET-DESCRICAO
                 ELSE
                    MOVE "VENDEDOR NAO CADASTRADO" TO WDET-DESCRICAO
                    MOVE "00" TO FS-VENDEDOR
                 END-IF
              END-IF

              PERFORM 410-GRAVAR-LINHA
           END-IF.

       END PROGRAM RELFUNIL.
