           03 CAB-RUN-ID           PIC 9(016).
           03 FILLER               PIC X(100).

      * SUGESTAO DE PEDIDO ("S"), LOGO DEPOIS DA PARADA DO CLIENTE -
      * A MESMA LISTA DA FOLHA DE ROTA (VERSUGEST), PARA O COLETOR
      * PRE-PREENCHER O PEDIDO. SUG-FALTOU "S" E O ITEM REGULAR QUE
      * FICOU FORA DO ULTIMO PEDIDO.
       01  REG-EXP-SUG REDEFINES REG-EXP-PLANO.
           03 SUG-TIPO-REG         PIC X(001).
           03 SUG-COD-VENDEDOR     PIC 9(003).
           03 SUG-DIA              PIC X(010).
           03 SUG-COD-CLIENTE      PIC 9(007).
           03 SUG-COD-PRODUTO      PIC 9(005).
           03 SUG-DESCRICAO        PIC X(040).
           03 SUG-QTD-TIPICA       PIC 9(005).
           03 SUG-FALTOU           PIC X(001).
           03 FILLER               PIC X(064).

       01  REG-EXP-TRL REDEFINES REG-EXP-PLANO.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
       77 W-HASH-CLIENTES         PIC  9(018)         VALUE ZEROS.
       77 W-QTD-ARQUIVOS          PIC  9(005)         VALUE ZEROS.

       01  W-PARAM-SUGESTAO.
           03 PSG-COD-CLIENTE     PIC 9(007)          VALUE ZEROS.
           03 PSG-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 PSG-QTD-PEDIDOS     PIC 9(001)          VALUE ZEROS.
           03 PSG-QTD-ITENS       PIC 9(002)          VALUE ZEROS.
           03 PSG-ITEM OCCURS 10 TIMES.
              05 PSG-COD-PRODUTO  PIC 9(005).
              05 PSG-DESCRICAO    PIC X(040).
              05 PSG-QTD-TIPICA   PIC 9(005).
              05 PSG-VEZES        PIC 9(001).
              05 PSG-FALTOU       PIC X(001).

       77 W-IDX-SUG               PIC  9(002) COMP    VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
           MOVE RAZAO-SOCIAL       TO EXP-RAZAO-SOCIAL
           MOVE LOGRADOURO-CLIENTE TO EXP-LOGRADOURO
           MOVE NUMERO-CLIENTE     TO EXP-NUMERO
      * CLIENTE QUE RECUSOU CONTATO (LGPD) VAI SEM TELEFONE.
           IF NOT CONTATO-RECUSADO
              MOVE TELEFONE-CLIENTE   TO EXP-TELEFONE
           END-IF
           MOVE PL-DISTANCIA       TO EXP-DISTANCIA
           MOVE PL-TIPO-PARADA     TO EXP-TIPO-PARADA

             ON SIZE ERROR CONTINUE
           END-ADD

      * PROSPECCAO NAO TEM HISTORICO DE PEDIDO (O CODIGO E DA SERIE
      * PROPRIA DO CADPROSPECT).
           IF NOT PL-PARADA-PROSPECT
              PERFORM 150-EXPORTAR-SUGESTAO
           END-IF

           READ ARQ-PLANO.

      * AS LINHAS DE SUGESTAO ENTRAM NA CONTAGEM DO TRAILER (TODAS
      * AS LINHAS ENTRE O HEADER E O TRAILER); O HASH CONTINUA SO
      * DOS CLIENTES DAS PARADAS.
       150-EXPORTAR-SUGESTAO.

           MOVE PL-COD-CLIENTE TO PSG-COD-CLIENTE
           MOVE W-DATA-GERACAO TO PSG-DATA-REF

           CALL "VERSUGEST" USING W-PARAM-SUGESTAO

           PERFORM 155-EXPORTAR-ITEM-SUGESTAO
              VARYING W-IDX-SUG FROM 1 BY 1
              UNTIL W-IDX-SUG GREATER PSG-QTD-ITENS.

       155-EXPORTAR-ITEM-SUGESTAO.
           INITIALIZE REG-EXP-SUG
           MOVE "S"                         TO SUG-TIPO-REG
           MOVE PL-COD-VENDEDOR             TO SUG-COD-VENDEDOR
           MOVE PL-DIA                      TO SUG-DIA
           MOVE PL-COD-CLIENTE              TO SUG-COD-CLIENTE
           MOVE PSG-COD-PRODUTO (W-IDX-SUG) TO SUG-COD-PRODUTO
           MOVE PSG-DESCRICAO (W-IDX-SUG)   TO SUG-DESCRICAO
           MOVE PSG-QTD-TIPICA (W-IDX-SUG)  TO SUG-QTD-TIPICA
           MOVE PSG-FALTOU (W-IDX-SUG)      TO SUG-FALTOU
           WRITE REG-EXP-PLANO

           ADD 1 TO W-QTD-REGISTROS.

       200-ABRIR-ARQUIVO-VENDEDOR.

           MOVE PL-COD-VENDEDOR TO W-VEND-ABERTO
