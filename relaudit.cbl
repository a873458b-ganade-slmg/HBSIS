           03 AC-HORA              PIC 9(008).
           03 AC-OPERACAO          PIC X(003).
           03 AC-COD-CLIENTE       PIC 9(007).
           03 AC-CNPJ-ANTES        PIC X(014).
           03 AC-CNPJ-DEPOIS       PIC X(014).
           03 AC-RAZAO-ANTES       PIC X(040).
           03 AC-RAZAO-DEPOIS      PIC X(040).
           03 AC-LATITUDE-ANTES    PIC S9(003)V9(008).
           03 AC-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AC-STATUS-ANTES      PIC X(001).
           03 AC-STATUS-DEPOIS     PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AC-SEGMENTO-ANTES    PIC X(001).
           03 AC-SEGMENTO-DEPOIS   PIC X(001).
           03 AC-FREQ-ANTES        PIC X(001).
           03 AC-FREQ-DEPOIS       PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AC-SEQ-LACRE         PIC 9(009).
           03 AC-LACRE             PIC 9(010).

      * MESMO LAYOUT GRAVADO POR 700-GRAVAR-AUDITORIA DO CADVENDEDOR.
       FD  ARQ-AUDVENDEDOR
           03 AV-LONGITUDE-DEPOIS  PIC S9(003)V9(008).
           03 AV-STATUS-ANTES      PIC X(001).
           03 AV-STATUS-DEPOIS     PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AV-SEQ-LACRE         PIC 9(009).
           03 AV-LACRE             PIC 9(010).

       FD  ARQ-AUDGERAL
           LABEL RECORD IS STANDARD.
          88 W-ORIGEM-AUSENCIA       VALUE "U".
          88 W-ORIGEM-CIDADE         VALUE "D".
          88 W-ORIGEM-PEDIDO         VALUE "O".
          88 W-ORIGEM-CREDITO        VALUE "R".
          88 W-ORIGEM-ACELERADOR     VALUE "A".
          88 W-ORIGEM-DEVOLUCAO      VALUE "T".
          88 W-ORIGEM-PRECO          VALUE "L".
          88 W-ORIGEM-GRUPO          VALUE "G".
          88 W-ORIGEM-EQUIPE         VALUE "Q".
          88 W-ORIGEM-PROSPECT       VALUE "F".
          88 W-ORIGEM-PERIODO        VALUE "M".
          88 W-ORIGEM-REGIAO         VALUE "I".
          88 W-ORIGEM-GENERICA       VALUES "P" "E" "U" "D" "O" "R"
                                            "A" "T" "L" "G" "Q" "F"
                                            "M" "I".
       77 W-DATA-INI              PIC 9(008)          VALUE ZEROS.
       77 W-DATA-FIM              PIC 9(008)          VALUE ZEROS.
       77 W-FIL-OPERADOR          PIC X(008)          VALUE SPACES.
           03 W-AUD-HORA          PIC 9(008)          VALUE ZEROS.
           03 W-AUD-OPERACAO      PIC X(003)          VALUE SPACES.
           03 W-AUD-CODIGO        PIC 9(007)          VALUE ZEROS.
           03 W-AUD-DOC-ANTES     PIC X(014)          VALUE SPACES.
           03 W-AUD-DOC-DEPOIS    PIC X(014)          VALUE SPACES.
           03 W-AUD-NOME-ANTES    PIC X(040)          VALUE SPACES.
           03 W-AUD-NOME-DEPOIS   PIC X(040)          VALUE SPACES.
           03 W-AUD-LAT-ANTES     PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-AUD-LON-DEPOIS    PIC S9(003)V9(008)  VALUE ZEROS.
           03 W-AUD-ST-ANTES      PIC X(001)          VALUE SPACES.
           03 W-AUD-ST-DEPOIS     PIC X(001)          VALUE SPACES.
           03 W-AUD-SEG-ANTES     PIC X(001)          VALUE SPACES.
           03 W-AUD-SEG-DEPOIS    PIC X(001)          VALUE SPACES.
           03 W-AUD-FREQ-ANTES    PIC X(001)          VALUE SPACES.
           03 W-AUD-FREQ-DEPOIS   PIC X(001)          VALUE SPACES.

      * CAMPOS DAS TRILHAS GENERICAS (AUDGERAL) - CHAVE E VALORES EM
      * TEXTO, NORMALIZADOS A PARTE DA AREA COMUM.

       01  W-LINHA-DET.
           03 W-LD-ROTULO         PIC X(009).
           03 W-LD-NOME           PIC X(026).
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 W-LD-LAT            PIC -ZZ9,99999999.
           03 FILLER              PIC X(001)          VALUE SPACE.
           03 W-LD-LON            PIC -ZZ9,99999999.
           03 FILLER              PIC X(004)          VALUE " ST:".
           03 W-LD-STATUS         PIC X(001).
           03 FILLER              PIC X(004)          VALUE " SG:".
           03 W-LD-SEGMENTO       PIC X(001).
           03 FILLER              PIC X(004)          VALUE " FQ:".
           03 W-LD-FREQ           PIC X(001).

       01  WCAB-CSV.
           03 FILLER PIC X(250) VALUE "DATA;HORA;OPERADOR;OPERACAO;CODIG
      -"O;DOCUMENTO ANTES;DOCUMENTO DEPOIS;NOME ANTES;NOME DEPOIS;LATITU
      -"DE ANTES;LATITUDE DEPOIS;LONGITUDE ANTES;LONGITUDE DEPOIS;STATUS
      -" ANTES;STATUS DEPOIS;SEGMENTO ANTES;SEGMENTO DEPOIS;FREQUENCIA A
      -"NTES;FREQUENCIA DEPOIS;".

       01  WDET-CSV.
           03 WCSV-DATA           PIC 9(008).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-CODIGO         PIC 9(007).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-DOC-ANTES      PIC X(014).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-DOC-DEPOIS     PIC X(014).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-NOME-ANTES     PIC X(040).
           03 FILLER              PIC X(001)          VALUE ";".
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-ST-DEPOIS      PIC X(001).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-SEG-ANTES      PIC X(001).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-SEG-DEPOIS     PIC X(001).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-FREQ-ANTES     PIC X(001).
           03 FILLER              PIC X(001)          VALUE ";".
           03 WCSV-FREQ-DEPOIS    PIC X(001).
           03 FILLER              PIC X(001)          VALUE ";".

      * LINHA CSV DAS TRILHAS GENERICAS - CHAVE E VALORES EM TEXTO.
       01  WDET-CSV-GEN.
          02 LINE 03 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DA TRILHA DE AUDITORIA".
          02 LINE 07 COL 10 VALUE "ORIGEM (VER LEGENDA ABAIXO)....:".
          02 LINE 07 COL 44, PIC X TO W-ORIGEM AUTO.
          02 LINE 08 COL 10 VALUE "DATA INICIAL (AAAAMMDD)........:".
          02 LINE 08 COL 44, PIC 99999999 TO W-DATA-INI AUTO.
          02 LINE 13 COL 44, PIC X TO W-SAIDA AUTO.
          02 LINE 15 COL 10 "CONFIRMA A CONSULTA? (S/N): (.)".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA AUTO.
          02 LINE 16 COL 10 VALUE
             "ORIGENS: C-CLI V-VEN P-PAR E-EXC U-AUS D-CID O-PED".
          02 LINE 17 COL 10 VALUE
             "         R-CRED A-ACEL T-DEV L-PRE G-GRU Q-EQP F-PRO".
          02 LINE 18 COL 10 VALUE
             "         M-PER I-REG".
          02 LINE 19 COL 10, PIC X(040) FROM WMSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
           MOVE AC-LONGITUDE-DEPOIS TO W-AUD-LON-DEPOIS
           MOVE AC-STATUS-ANTES     TO W-AUD-ST-ANTES
           MOVE AC-STATUS-DEPOIS    TO W-AUD-ST-DEPOIS
           MOVE AC-SEGMENTO-ANTES   TO W-AUD-SEG-ANTES
           MOVE AC-SEGMENTO-DEPOIS  TO W-AUD-SEG-DEPOIS
           MOVE AC-FREQ-ANTES       TO W-AUD-FREQ-ANTES
           MOVE AC-FREQ-DEPOIS      TO W-AUD-FREQ-DEPOIS

           PERFORM 400-TRATAR-REGISTRO

           MOVE AV-HORA             TO W-AUD-HORA
           MOVE AV-OPERACAO         TO W-AUD-OPERACAO
           MOVE AV-COD-VENDEDOR     TO W-AUD-CODIGO
           MOVE ZEROS               TO W-AUD-DOC-ANTES
           MOVE ZEROS               TO W-AUD-DOC-DEPOIS
           MOVE AV-CPF-ANTES        TO W-AUD-DOC-ANTES (4:11)
           MOVE AV-CPF-DEPOIS       TO W-AUD-DOC-DEPOIS (4:11)
           MOVE AV-NOME-ANTES       TO W-AUD-NOME-ANTES
           MOVE AV-NOME-DEPOIS      TO W-AUD-NOME-DEPOIS
           MOVE AV-LATITUDE-ANTES   TO W-AUD-LAT-ANTES
           MOVE AV-LONGITUDE-DEPOIS TO W-AUD-LON-DEPOIS
           MOVE AV-STATUS-ANTES     TO W-AUD-ST-ANTES
           MOVE AV-STATUS-DEPOIS    TO W-AUD-ST-DEPOIS
           MOVE SPACES              TO W-AUD-SEG-ANTES
           MOVE SPACES              TO W-AUD-SEG-DEPOIS
           MOVE SPACES              TO W-AUD-FREQ-ANTES
           MOVE SPACES              TO W-AUD-FREQ-DEPOIS

           PERFORM 400-TRATAR-REGISTRO

                 MOVE "CADAUSENCIA.AUD" TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-CIDADE
                 MOVE "CADCIDADE.AUD"   TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-CREDITO
                 MOVE "CADCREDITO.AUD"  TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-ACELERADOR
                 MOVE "CADACELER.AUD"   TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-DEVOLUCAO
                 MOVE "CADDEVOLUCAO.AUD" TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-PRECO
                 MOVE "CADPRECO.AUD"    TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-GRUPO
                 MOVE "CADGRUPO.AUD"    TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-EQUIPE
                 MOVE "CADEQUIPE.AUD"   TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-PROSPECT
                 MOVE "CADPROSPECT.AUD" TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-PERIODO
                 MOVE "CADPERIODO.AUD"  TO W-NOME-AUDGERAL
              WHEN W-ORIGEM-REGIAO
                 MOVE "CADREGIAO.AUD"   TO W-NOME-AUDGERAL
              WHEN OTHER
                 MOVE "CADPEDIDO.AUD"   TO W-NOME-AUDGERAL
           END-EVALUATE
           MOVE W-AUD-LON-DEPOIS  TO WCSV-LON-DEPOIS
           MOVE W-AUD-ST-ANTES    TO WCSV-ST-ANTES
           MOVE W-AUD-ST-DEPOIS   TO WCSV-ST-DEPOIS
           MOVE W-AUD-SEG-ANTES   TO WCSV-SEG-ANTES
           MOVE W-AUD-SEG-DEPOIS  TO WCSV-SEG-DEPOIS
           MOVE W-AUD-FREQ-ANTES  TO WCSV-FREQ-ANTES
           MOVE W-AUD-FREQ-DEPOIS TO WCSV-FREQ-DEPOIS

           WRITE REG-AUDIT FROM WDET-CSV.

           MOVE W-AUD-LAT-ANTES   TO W-LD-LAT
           MOVE W-AUD-LON-ANTES   TO W-LD-LON
           MOVE W-AUD-ST-ANTES    TO W-LD-STATUS
           MOVE W-AUD-SEG-ANTES   TO W-LD-SEGMENTO
           MOVE W-AUD-FREQ-ANTES  TO W-LD-FREQ

           ADD 1 TO W-QTD-LINHAS-PAG
           MOVE W-LINHA-DET TO W-PAG-LINHA (W-QTD-LINHAS-PAG)
           MOVE W-AUD-LAT-DEPOIS  TO W-LD-LAT
           MOVE W-AUD-LON-DEPOIS  TO W-LD-LON
           MOVE W-AUD-ST-DEPOIS   TO W-LD-STATUS
           MOVE W-AUD-SEG-DEPOIS  TO W-LD-SEGMENTO
           MOVE W-AUD-FREQ-DEPOIS TO W-LD-FREQ

           ADD 1 TO W-QTD-LINHAS-PAG
           MOVE W-LINHA-DET TO W-PAG-LINHA (W-QTD-LINHAS-PAG)
