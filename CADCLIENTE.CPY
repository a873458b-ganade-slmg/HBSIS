      *-----------------------------------------------------------------
       01  ARQ-CLIENTE-REG.
           03 COD-CLIENTE          PIC 9(007).
      *-----------------------------------------------------------------
      * CNPJ ALFANUMERICO: A RECEITA PASSA A EMITIR CNPJ COM LETRAS NAS
      * 12 POSICOES DA BASE (A-Z, 0-9) A PARTIR DE JULHO/2026; OS DOIS
      * DIGITOS VERIFICADORES CONTINUAM NUMERICOS. O CNPJ ANTIGO, SO
      * DE DIGITOS, OCUPA AS MESMAS 14 POSICOES SEM MUDANCA (VALIDADO
      * NO CALCDIGITO PELO TIPO "CNA", QUE COBRE OS DOIS FORMATOS).
      *-----------------------------------------------------------------
           03 CNPJ                 PIC X(014).
           03 RAZAO-SOCIAL         PIC X(040).
           03 LATITUDE-CLIENTE     PIC S9(003)V9(008).
           03 LONGITUDE-CLIENTE    PIC S9(003)V9(008).
           03 ANONIMIZADO-CLIENTE  PIC X(001).
              88 CLIENTE-ANONIMIZADO  VALUE "S".
           03 DATA-ANONIMIZACAO    PIC 9(008).
      *-----------------------------------------------------------------
      * SITUACAO DO CLIENTE JUNTO AO ERP (CADASTRO DO FATURAMENTO):
      * O EXPCLIERP MARCA "P" (PENDENTE) COM A SEQUENCIA DA
      * TRANSMISSAO EM QUE O CLIENTE SAIU, E O IMPCLIERPRET GRAVA O
      * RETORNO DO ERP - "S" SINCRONIZADO OU "R" REJEITADO, COM O
      * CODIGO DE MOTIVO. EM BRANCO NUNCA FOI TRANSMITIDO.
      *-----------------------------------------------------------------
           03 SITUACAO-ERP         PIC X(001).
              88 ERP-PENDENTE         VALUE "P".
              88 ERP-SINCRONIZADO     VALUE "S".
              88 ERP-REJEITADO        VALUE "R".
           03 SEQ-TRANSMISSAO-ERP  PIC 9(006).
           03 MOTIVO-ERP           PIC X(003).
      *-----------------------------------------------------------------
      * CONSENTIMENTO LGPD DO CONTATO DO CLIENTE (TELEFONE E NOME DO
      * CONTATO), REGISTRADO NO CADCLIENTE COM DATA E ORIGEM - CADA
      * MUDANCA DEIXA HISTORICO NO CADCONSENT.
      * CONSENTE-CONTATO: "S" ACEITA SER PROCURADO PELO TELEFONE DO
      * CADASTRO, "N" RECUSOU - A FOLHA DE ROTA E O PLANO DO COLETOR
      * SAEM SEM TELEFONE E CONTATO. EM BRANCO NUNCA FOI PERGUNTADO
      * (COMPORTAMENTO ANTIGO, O CONTATO CONTINUA SAINDO).
      * CONSENTE-COMPARTILHA: "S" AUTORIZA O ENVIO DO CONTATO A
      * TERCEIROS (FEED DO CRM). SO O "S" EXPLICITO LIBERA - EM
      * BRANCO OU "N" O EXPCRM MANDA TELEFONE E CONTATO EM BRANCO.
      * ORIGEM: "F" FORMULARIO, "E" E-MAIL, "T" TELEFONE, "V" PELO
      * VENDEDOR NA VISITA, "C" PELO CRM.
      *-----------------------------------------------------------------
           03 CONSENTIMENTO-CLIENTE.
              05 CONSENTE-CONTATO     PIC X(001).
                 88 CONTATO-AUTORIZADO   VALUE "S".
                 88 CONTATO-RECUSADO     VALUE "N".
              05 CONSENTE-COMPARTILHA PIC X(001).
                 88 COMPARTILHA-AUTORIZADO VALUE "S".
                 88 COMPARTILHA-RECUSADO   VALUE "N".
              05 DATA-CONSENTIMENTO   PIC 9(008).
              05 ORIGEM-CONSENTIMENTO PIC X(001).
                 88 ORIGEM-CONSENT-VALIDA VALUES "F" "E" "T" "V" "C".
