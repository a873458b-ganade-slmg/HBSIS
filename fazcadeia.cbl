      * APARECE COMO PASSO PROPRIO: O FAZDISTRIB JA A DISPARA AO
      * FECHAR A RODADA, E REPETI-LA AQUI QUEIMARIA UMA GERACAO DE
      * PLANO POR NOITE E SOBRESCREVERIA A FOLHA DE MUDANCAS COM UM
      * DIFF VAZIO. O CHKAUDIT (CORRENTES DE LACRE DAS TRILHAS DE
      * AUDITORIA) VEM DEPOIS DA DISTRIBUICAO: A TRILHA VIOLADA VIRA
      * ALERTA GRAVE E DEVOLVE 4, SEM SEGURAR A DISTRIBUICAO DA
      * NOITE.
      * A CONCILIACAO PEDIDO X TITULO (RECPEDTIT) VEM EM SEGUIDA,
      * COM OS CADASTROS DA NOITE JA CARREGADOS: DIFERENCA ACIMA DO
      * LIMITE DEVOLVE 4 E GRAVA ALERTA, E A CADEIA SEGUE.
      * A MEDICAO DE VOLUME DOS ARQUIVOS (CHKVOLUME) CONTA OS
      * CADASTROS, CACHES E TRILHAS DEPOIS DE TODA A CARGA DA NOITE:
      * CRESCIMENTO OU QUEDA FORA DO LIMITE DEVOLVE 4 E GRAVA ALERTA.
      * O EXTRATO DO BI (EXPBI) E O ULTIMO PASSO, PARA O DATA
      * WAREHOUSE RECEBER A NOITE INTEIRA JA PROCESSADA.
      *-----------------------------------------------------------
       01  TAB-PASSOS-DADOS.
           03 FILLER              PIC X(012) VALUE "CHKDADOS".
           03 FILLER              PIC X(012) VALUE "FAZBACKUP".
           03 FILLER              PIC X(012) VALUE "FAZEXCHIG".
           03 FILLER              PIC X(012) VALUE "FAZDISTRIB".
           03 FILLER              PIC X(012) VALUE "CHKAUDIT".
           03 FILLER              PIC X(012) VALUE "RECPEDTIT".
           03 FILLER              PIC X(012) VALUE "CHKVOLUME".
           03 FILLER              PIC X(012) VALUE "EXPBI".

       01  TAB-PASSOS REDEFINES TAB-PASSOS-DADOS.
           03 TPA-PROGRAMA OCCURS 9 TIMES PIC X(012).

       77 W-QTD-PASSOS            PIC  9(002) COMP    VALUE 9.
       77 W-IDX-PASSO             PIC  9(002)         VALUE ZEROS.

      * "T" NO .PAR FORCA A CADEIA DO TOPO MESMO COM RETOMADA
                 CALL "FAZEXCHIG"
              WHEN "FAZDISTRIB"
                 CALL "FAZDISTRIB"
              WHEN "CHKAUDIT"
                 CALL "CHKAUDIT"
              WHEN "RECPEDTIT"
                 CALL "RECPEDTIT"
              WHEN "CHKVOLUME"
                 CALL "CHKVOLUME"
              WHEN "EXPBI"
                 CALL "EXPBI"
           END-EVALUATE

           MOVE RETURN-CODE TO W-RETORNO-PASSO
