
       77 W-ED-FATOR              PIC 9,99            VALUE ZEROS.

      * CONFERENCIA DA REGIAO NA TABELA DE REGIOES (VERREGIAO) - SO
      * CODIGO ATIVO DA TABELA RECEBE FATOR.
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

       SCREEN SECTION.

       01 TELA-MENU.
              ELSE
                 IF W-FATOR EQUAL ZEROS
                    MOVE "FATOR ZERADO NAO E PERMITIDO" TO WMSG
                 ELSE
                    PERFORM 110-CONFERIR-REGIAO
                 END-IF
              END-IF


           PERFORM 000-INICIO.

      * SO REGIAO ATIVA DA TABELA DE REGIOES RECEBE FATOR - SEM A
      * TABELA A REGIAO SEGUE LIVRE.
       110-CONFERIR-REGIAO.

           MOVE W-REGIAO-FAT TO PRG-CODIGO
           CALL "VERREGIAO" USING W-PARAM-REGIAO
           MOVE PRG-CODIGO TO W-REGIAO-FAT

           EVALUATE TRUE
              WHEN PRG-INEXISTENTE
                 STRING "REGIAO " W-REGIAO-FAT " NAO CADASTRADA"
                   DELIMITED BY SIZE
                   INTO WMSG
              WHEN PRG-INATIVA
                 STRING "REGIAO " W-REGIAO-FAT " DESATIVADA"
                   DELIMITED BY SIZE
                   INTO WMSG
           END-EVALUATE.

       300-EXCLUSAO.

           DISPLAY EXCLUSAO
