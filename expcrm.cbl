           03 EXP-RUN-ID           PIC 9(016).
           03 EXP-TIPO-MOV         PIC X(001).
      * ORIGEM DA ATRIBUICAO ("A" ALGORITMICA, "P" PINADA POR
      * EXCECAO DE NEGOCIO, "G" VENDEDOR DO GRUPO ECONOMICO) - O CRM
      * ENXERGA QUE A ASSOCIACAO NAO VEIO DO ALGORITMO.
           03 EXP-ORIGEM-ATRIB     PIC X(001).
      * BLOCO DE ENDERECO E CONTATO DO CLIENTE - O CRM DEIXA DE
      * ENRIQUECER O FEED NA MAO A PARTIR DE OUTRO SISTEMA.
           03 EXP-CEP              PIC 9(008).
           03 EXP-TELEFONE         PIC X(015).
           03 EXP-CONTATO          PIC X(030).
      * CNPJ DO CLIENTE, APENSADO AO FINAL DO LAYOUT - ALFANUMERICO
      * (14 POSICOES, LETRAS MAIUSCULAS NA BASE NO FORMATO NOVO DA
      * RECEITA), O MESMO CONTEUDO DO CADASTRO.
           03 EXP-CNPJ             PIC X(014).

       01  REG-EXP-CAB.
           03 CAB-TIPO-REG         PIC X(001).
           03 CAB-HORA-GERACAO     PIC 9(008).
           03 CAB-RUN-ID           PIC 9(016).
           03 CAB-MODO             PIC X(001).
           03 FILLER               PIC X(234).

       01  REG-EXP-TRL.
           03 TRL-TIPO-REG         PIC X(001).
           03 TRL-QTD-REGISTROS    PIC 9(009).
           03 TRL-HASH-CLIENTES    PIC 9(018).
           03 FILLER               PIC X(240).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.
           MOVE CIDADE-CLIENTE     TO EXP-CIDADE
           MOVE UF-CLIENTE         TO EXP-UF
           MOVE CEP-CLIENTE        TO EXP-CEP
      * O CRM E TERCEIRO: TELEFONE E CONTATO SO SAEM COM O
      * CONSENTIMENTO DE COMPARTILHAMENTO EXPLICITO DO CLIENTE.
           IF COMPARTILHA-AUTORIZADO
              MOVE TELEFONE-CLIENTE   TO EXP-TELEFONE
              MOVE CONTATO-CLIENTE    TO EXP-CONTATO
           ELSE
              MOVE SPACES             TO EXP-TELEFONE
              MOVE SPACES             TO EXP-CONTATO
           END-IF
           MOVE CNPJ               TO EXP-CNPJ

           WRITE REG-EXP-CRM

              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
                INVALID KEY
                   MOVE SPACES TO RAZAO-SOCIAL
                   MOVE SPACES TO CNPJ
                   INITIALIZE ENDERECO-CLIENTE
              END-READ

              MOVE CIDADE-CLIENTE     TO EXP-CIDADE
              MOVE UF-CLIENTE         TO EXP-UF
              MOVE CEP-CLIENTE        TO EXP-CEP
              IF COMPARTILHA-AUTORIZADO
                 MOVE TELEFONE-CLIENTE   TO EXP-TELEFONE
                 MOVE CONTATO-CLIENTE    TO EXP-CONTATO
              ELSE
                 MOVE SPACES             TO EXP-TELEFONE
                 MOVE SPACES             TO EXP-CONTATO
              END-IF
              MOVE CNPJ               TO EXP-CNPJ

              WRITE REG-EXP-CRM

