           03 AUD-HORA             PIC 9(008).
           03 AUD-OPERACAO         PIC X(003).
           03 AUD-COD-CLIENTE      PIC 9(007).
           03 AUD-CNPJ-ANTES       PIC X(014).
           03 AUD-CNPJ-DEPOIS      PIC X(014).
           03 AUD-RAZAO-ANTES      PIC X(040).
           03 AUD-RAZAO-DEPOIS     PIC X(040).
           03 AUD-LATITUDE-ANTES   PIC S9(003)V9(008).
           03 AUD-LONGITUDE-DEPOIS PIC S9(003)V9(008).
           03 AUD-STATUS-ANTES     PIC X(001).
           03 AUD-STATUS-DEPOIS    PIC X(001).
      * SEGMENTO E FREQUENCIA DE VISITA - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A GUARDA-LOS.
           03 AUD-SEGMENTO-ANTES   PIC X(001).
           03 AUD-SEGMENTO-DEPOIS  PIC X(001).
           03 AUD-FREQ-ANTES       PIC X(001).
           03 AUD-FREQ-DEPOIS      PIC X(001).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 AUD-SEQ-LACRE        PIC 9(009).
           03 AUD-LACRE            PIC 9(010).

       FD  REL-LGPD.
       01  REG-LGPD PIC X(110).
           03 WDET-DATA-ANONIM    PIC 9(008)          VALUE ZEROS.
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
           MOVE LONGITUDE-CLIENTE TO AUD-LONGITUDE-DEPOIS
           MOVE STATUS-CLIENTE    TO AUD-STATUS-ANTES
           MOVE STATUS-CLIENTE    TO AUD-STATUS-DEPOIS
           MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-ANTES
           MOVE SEGMENTO-CLIENTE  TO AUD-SEGMENTO-DEPOIS
           MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-ANTES
           MOVE FREQ-VISITA-CLIENTE TO AUD-FREQ-DEPOIS

      * APAGA OS DADOS PESSOAIS E MARCA O REGISTRO - O ESQUELETO
      * ESTATISTICO PERMANECE.
           MOVE "FAZLGPD" TO AUD-OPERADOR

           OPEN EXTEND ARQ-AUDCLIENTE

           MOVE "CADCLIENTE.AUD" TO PLA-TRILHA
           SET PLA-LACRAR TO TRUE
           MOVE ZEROS TO AUD-SEQ-LACRE
           MOVE ZEROS TO AUD-LACRE
           MOVE REG-AUDCLIENTE TO PLA-CONTEUDO
           CALL "AUDLACRE" USING W-PARAM-LACRE
           MOVE PLA-SEQ   TO AUD-SEQ-LACRE
           MOVE PLA-LACRE TO AUD-LACRE

           WRITE REG-AUDCLIENTE
           CLOSE ARQ-AUDCLIENTE.

