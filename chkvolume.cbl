       PROGRAM-ID.   CHKVOLUME.
       AUTHOR.       GANADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ARQUIVOS MEDIDOS - A MESMA DECLARACAO DOS PROGRAMAS DONOS DE
      * CADA UM, ABERTOS SO PARA LEITURA. A SITUACAO DE TODOS E
      * CONFERIDA EM FS-ARQUIVO, UM DE CADA VEZ.
           SELECT OPTIONAL ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-PRODUTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CIDADE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CID-CHAVE-CIDADE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-EQUIPE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQ-COD-EQUIPE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-OPERADOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-OPERADOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-GRUPO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GR-COD-GRUPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PROSPECT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PS-COD-PROSPECT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CAMPANHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-SISPAR ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-FERIADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS F-CHAVE-FERIADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-MOTIVO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS MOT-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-FATOR ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FAT-REGIAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PRECO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PC-CHAVE-PRECO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CEP ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CEP-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PERIODO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PER-ANO-MES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-META ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS M-CHAVE-META
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-DISTRIB ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE-DISTRIB
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-CHAVE-PEDIDO
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-ITEMPED ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS I-CHAVE-ITEM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-VISITA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS V-CHAVE-VISITA
                  ALTERNATE RECORD KEY IS V-CHAVE-VENDEDOR
                            WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-TITULO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE-TITULO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE-DEVOLUCAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CHAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CH-CHAVE-CHAMADO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-AUSENCIA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS A-CHAVE-AUSENCIA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-EXCECAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS E-CHAVE-EXCECAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-EQUIPEVEN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EV-CHAVE-EQUIPEVEN
                  ALTERNATE RECORD KEY IS EV-COD-VENDEDOR
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-GRUPOCLI ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GC-CHAVE-GRUPOCLI
                  ALTERNATE RECORD KEY IS GC-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-OBSERV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS O-CHAVE-OBSERV
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-APROV ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AP-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CREDITO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CR-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-PEDRET ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RT-CHAVE-RETIDO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CONSENT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CS-CHAVE-CONSENT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CLASSIF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CL-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-NPS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NPS-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CAMPMETA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CM-CHAVE-CAMPMETA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-AVISO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AVS-CHAVE-AVISO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-ACELER ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AC-CHAVE-ACELER
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CASODOR ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CD-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-COMTIT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE-COMTIT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-FECHCOM ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE-FECHCOM
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-RESFIL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RF-CHAVE-RESFIL
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-RESUMO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RES-CHAVE-RESUMO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-RUNCTL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-RUN-ID
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-RELCAT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CAT-CHAVE-RELCAT
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-LACRE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LAC-TRILHA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-NUMERO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CARGA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CG-ALIMENTACAO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-CACHE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS K-CHAVE-CACHE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-BISNAP ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BS-CHAVE-SNAP
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-SIMULA ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS S-CHAVE-SIMULA
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS FS-ARQUIVO.

           SELECT OPTIONAL ARQ-TRIAGEM ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS T-COD-CLIENTE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ARQUIVO.

      * ARQUIVOS SEQUENCIAIS (TRILHAS DE AUDITORIA, LOGS DE INTERFACE
      * E OS CADASTROS EM LINHA) - O NOME VEM DA TABELA DE VOLUMES.
           SELECT OPTIONAL ARQ-SEQUENCIAL ASSIGN TO W-NOME-SEQUENCIAL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SEQUENCIAL.

           SELECT OPTIONAL ARQ-VOLUME ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VOL-CHAVE-VOLUME
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-VOLUME.

           SELECT OPTIONAL ARQ-ALERTA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AL-CHAVE-ALERTA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ALERTA.

           SELECT REL-VOLUME ASSIGN TO "CHKVOLUME.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLIENTE'.

       COPY "CADCLIENTE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.

       COPY "CADVENDEDOR.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRODUTO'.

       COPY "CADPRODUTO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADREGIAO'.

       COPY "CADREGIAO.CPY".

       FD  ARQ-CIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCIDADE'.

       COPY "CADCIDADE.CPY".

       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPE'.

       COPY "CADEQUIPE.CPY".

       FD  ARQ-OPERADOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOPERADOR'.

       COPY "CADOPERADOR.CPY".

       FD  ARQ-GRUPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPO'.

       COPY "CADGRUPO.CPY".

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPROSPECT'.

       COPY "CADPROSPECT.CPY".

       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPANHA'.

       COPY "CADCAMPANHA.CPY".

       FD  ARQ-SISPAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPARAM'.

       COPY "CADPARAM.CPY".

       FD  ARQ-FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADFERIADO'.

       COPY "CADFERIADO.CPY".

       FD  ARQ-MOTIVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMOTIVO'.

       COPY "CADMOTIVO.CPY".

       FD  ARQ-FATOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADFATOR'.

       COPY "CADFATOR.CPY".

       FD  ARQ-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPRECO'.

       COPY "CADPRECO.CPY".

       FD  ARQ-CEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCEP'.

       COPY "CADCEP.CPY".

       FD  ARQ-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPERIODO'.

       COPY "CADPERIODO.CPY".

       FD  ARQ-META
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADMETA'.

       COPY "CADMETA.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDISTRIB'.

       COPY "CADDISTRIB.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDIDO'.

       COPY "CADPEDIDO.CPY".

       FD  ARQ-ITEMPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADITEMPED'.

       COPY "CADITEMPED.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVISITA'.

       COPY "CADVISITA.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTITULO'.

       COPY "CADTITULO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADDEVOLUCAO'.

       COPY "CADDEVOLUCAO.CPY".

       FD  ARQ-CHAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCHAMADO'.

       COPY "CADCHAMADO.CPY".

       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAUSENCIA'.

       COPY "CADAUSENCIA.CPY".

       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEXCECAO'.

       COPY "CADEXCECAO.CPY".

       FD  ARQ-EQUIPEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADEQUIPEVEN'.

       COPY "CADEQUIPEVEN.CPY".

       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADGRUPOCLI'.

       COPY "CADGRUPOCLI.CPY".

       FD  ARQ-OBSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADOBSERV'.

       COPY "CADOBSERV.CPY".

       FD  ARQ-APROV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAPROV'.

       COPY "CADAPROV.CPY".

       FD  ARQ-CREDITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCREDITO'.

       COPY "CADCREDITO.CPY".

       FD  ARQ-PEDRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADPEDRET'.

       COPY "CADPEDRET.CPY".

       FD  ARQ-CONSENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCONSENT'.

       COPY "CADCONSENT.CPY".

       FD  ARQ-CLASSIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCLASSIF'.

       COPY "CADCLASSIF.CPY".

       FD  ARQ-NPS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADNPS'.

       COPY "CADNPS.CPY".

       FD  ARQ-CAMPMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCAMPMETA'.

       COPY "CADCAMPMETA.CPY".

       FD  ARQ-AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADAVISO'.

       COPY "CADAVISO.CPY".

       FD  ARQ-ACELER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADACELER'.

       COPY "CADACELER.CPY".

       FD  ARQ-CASODOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCASODOR'.

       COPY "CADCASODOR.CPY".

       FD  ARQ-COMTIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCOMTIT'.

       COPY "CADCOMTIT.CPY".

       FD  ARQ-FECHCOM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADFECHCOM'.

       COPY "CADFECHCOM.CPY".

       FD  ARQ-RESFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRESFIL'.

       COPY "CADRESFIL.CPY".

       FD  ARQ-RESUMO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRESUMO'.

       COPY "CADRESUMO.CPY".

       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRUNCTL'.

       COPY "CADRUNCTL.CPY".

       FD  ARQ-RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADRELCAT'.

       COPY "CADRELCAT.CPY".

       FD  ARQ-LACRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADLACRE'.

       COPY "CADLACRE.CPY".

       FD  ARQ-NUMERO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADNUMERO'.

       COPY "CADNUMERO.CPY".

       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCARGA'.

       COPY "CADCARGA.CPY".

       FD  ARQ-CACHE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADCACHE'.

       COPY "CADCACHE.CPY".

       FD  ARQ-BISNAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADBISNAP'.

       COPY "CADBISNAP.CPY".

       FD  ARQ-SIMULA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADSIMULA'.






       01  ARQ-SIMULA-REG.
           03 S-CHAVE-SIMULA.
              05 S-RUN-ID          PIC 9(016).
              05 S-COD-CLIENTE     PIC 9(007).
           03 FILLER               PIC X(061).

       FD  ARQ-TRIAGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADTRIAGEM'.

       COPY "CADTRIAGEM.CPY".

      * PARA A CONTAGEM BASTA A LINHA - O CONTEUDO NAO E OLHADO.
       FD  ARQ-SEQUENCIAL
           LABEL RECORD IS STANDARD.

       01  REG-SEQUENCIAL PIC X(400).

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVOLUME'.

       COPY "CADVOLUME.CPY".

       FD  ARQ-ALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADALERTA'.

       COPY "CADALERTA.CPY".

       FD  REL-VOLUME.
       01  REG-VOLUME PIC X(150).

       WORKING-STORAGE SECTION.

       77 FS-ARQUIVO              PIC  X(002)         VALUE "00".
       77 FS-SEQUENCIAL           PIC  X(002)         VALUE "00".
       77 FS-VOLUME               PIC  X(002)         VALUE "00".
       77 FS-ALERTA               PIC  X(002)         VALUE "00".
       77 W-NOME-SEQUENCIAL       PIC  X(020)         VALUE SPACES.

      *-----------------------------------------------------------
      * ARQUIVOS MEDIDOS, COM A CLASSE DE CADA UM: "M" CADASTRO
      * MESTRE, "S" SATELITE, "C" CACHE OU ARQUIVO DE TRABALHO
      * (ENCOLHE NORMALMENTE NA LIMPEZA OU NA REGERACAO), "A" TRILHA
      * DE AUDITORIA (SO CRESCE), "L" LOG DE INTERFACE. O NOME E O
      * FILE-ID DO ARQUIVO INDEXADO OU O NOME DO ARQUIVO
      * SEQUENCIAL; NOME SEM DECLARACAO PROPRIA E CONTADO COMO
      * SEQUENCIAL.
      *-----------------------------------------------------------
       01  TAB-VOLUMES-DADOS.
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADCLIENTE".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADVENDEDOR".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADPRODUTO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADREGIAO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADCIDADE".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADEQUIPE".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADOPERADOR".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADGRUPO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADPROSPECT".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADCAMPANHA".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADPARAM".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADFERIADO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADMOTIVO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADFATOR".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADPRECO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADCEP".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADPERIODO".
           03 FILLER PIC X(001) VALUE "M".
           03 FILLER PIC X(020) VALUE "CADMETA".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADDISTRIB".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADPEDIDO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADITEMPED".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADVISITA".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADTITULO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADDEVOLUCAO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCHAMADO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADAUSENCIA".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADEXCECAO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADEQUIPEVEN".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADGRUPOCLI".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADOBSERV".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADAPROV".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADALERTA".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCREDITO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADPEDRET".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCONSENT".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCLASSIF".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADNPS".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCAMPMETA".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADAVISO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADACELER".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCASODOR".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCOMTIT".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADFECHCOM".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADRESFIL".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADRESUMO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADRUNCTL".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADRELCAT".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADLACRE".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADNUMERO".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADCARGA".
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADCACHE".
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADBISNAP".
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADSIMULA".
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADTRIAGEM".
           03 FILLER PIC X(001) VALUE "S".
           03 FILLER PIC X(020) VALUE "CADKPI".
           03 FILLER PIC X(001) VALUE "C".
           03 FILLER PIC X(020) VALUE "CADPLANO".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADCLIENTE.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADVENDEDOR.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADPARAM.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADEXCECAO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADAUSENCIA.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADCIDADE.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADPEDIDO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADCREDITO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADACELER.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADDEVOLUCAO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADPRECO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADGRUPO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADEQUIPE.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADPROSPECT.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADPERIODO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "CADREGIAO.AUD".
           03 FILLER PIC X(001) VALUE "A".
           03 FILLER PIC X(020) VALUE "SEGURANCA.JRN".
           03 FILLER PIC X(001) VALUE "L".
           03 FILLER PIC X(020) VALUE "EXPBI.LOG".
           03 FILLER PIC X(001) VALUE "L".
           03 FILLER PIC X(020) VALUE "EXPCLIERP.LOG".
           03 FILLER PIC X(001) VALUE "L".
           03 FILLER PIC X(020) VALUE "EXPCRM.LOG".
           03 FILLER PIC X(001) VALUE "L".
           03 FILLER PIC X(020) VALUE "EXPPEDIDO.LOG".

       01  TAB-VOLUMES REDEFINES TAB-VOLUMES-DADOS.
           03 TVO-ITEM OCCURS 77 TIMES.
              05 TVO-CLASSE       PIC X(001).
              05 TVO-NOME         PIC X(020).

       77 W-QTD-ARQUIVOS          PIC  9(003) COMP    VALUE 77.
       77 W-IDX-ARQUIVO           PIC  9(003) COMP    VALUE ZEROS.

      * LIMITES (SISPARAM): CRESCIMENTO PERCENTUAL NO DIA E NO MES,
      * QUEDA PERCENTUAL NO DIA, BASE MINIMA DE REGISTROS PARA O
      * CRESCIMENTO CONTAR E DIAS DE HISTORICO GUARDADOS.
       77 W-PCT-CRESC-DIA         PIC  9(005)V9(002)  VALUE 20.
       77 W-PCT-CRESC-MES         PIC  9(005)V9(002)  VALUE 50.
       77 W-PCT-QUEDA             PIC  9(005)V9(002)  VALUE 5.
       77 W-LIMITE-QUEDA          PIC S9(005)V9(002)  VALUE ZEROS.
       77 W-QTD-MINIMA            PIC  9(009)         VALUE 100.
       77 W-DIAS-HISTORICO        PIC  9(005)         VALUE 400.

       01  W-PARAM-SIS.
           03 SIS-NOME            PIC X(020)          VALUE SPACES.
           03 SIS-DATA-REF        PIC 9(008)          VALUE ZEROS.
           03 SIS-VALOR           PIC 9(011)V9(002)   VALUE ZEROS.
           03 SIS-ACHOU           PIC X(001)          VALUE "N".

      * DATAS DE REFERENCIA: A MEDICAO DE UM MES ATRAS E A ULTIMA
      * GRAVADA ATE 30 DIAS ANTES DE HOJE, DESDE QUE NAO MAIS VELHA
      * QUE 45 DIAS; O HISTORICO ANTERIOR AO EXPURGO E APAGADO.
       77 W-DATA-HOJE             PIC  9(008)         VALUE ZEROS.
       77 W-HORA-AGORA            PIC  9(008)         VALUE ZEROS.
       77 W-DATA-MES              PIC  9(008)         VALUE ZEROS.
       77 W-DATA-MES-MIN          PIC  9(008)         VALUE ZEROS.
       77 W-DATA-EXPURGO          PIC  9(008)         VALUE ZEROS.

      * MEDICAO DO ARQUIVO CORRENTE E AS ANTERIORES DO HISTORICO.
       77 W-QTD-REGISTROS         PIC  9(009)         VALUE ZEROS.
       77 W-ARQ-PRESENTE-SW       PIC  X(001)         VALUE "N".
          88 W-ARQ-PRESENTE          VALUE "S".
       77 W-ANT-ACHADO-SW         PIC  X(001)         VALUE "N".
          88 W-ANT-ACHADO            VALUE "S".
       77 W-ANT-SITUACAO          PIC  X(001)         VALUE SPACES.
          88 W-ANT-PRESENTE          VALUE "P".
       77 W-DATA-ANT              PIC  9(008)         VALUE ZEROS.
       77 W-QTD-ANT               PIC  9(009)         VALUE ZEROS.
       77 W-MES-ACHADO-SW         PIC  X(001)         VALUE "N".
          88 W-MES-ACHADO            VALUE "S".
       77 W-DATA-ANT-MES          PIC  9(008)         VALUE ZEROS.
       77 W-QTD-ANT-MES           PIC  9(009)         VALUE ZEROS.
       77 W-VAR-DIA               PIC S9(007)V9(002)  VALUE ZEROS.
       77 W-VAR-MES               PIC S9(007)V9(002)  VALUE ZEROS.
       77 W-SITUACAO              PIC  X(013)         VALUE SPACES.
       77 W-QTD-REFERENCIA        PIC  9(009)         VALUE ZEROS.
       77 W-ALERTAR-SW            PIC  X(001)         VALUE "N".
          88 W-ALERTAR               VALUE "S".
       77 W-HISTORICO-ABERTO-SW   PIC  X(001)         VALUE "N".
          88 W-HISTORICO-ABERTO      VALUE "S".

      * TOTAIS DA EXECUCAO.
       77 W-QTD-MEDIDOS           PIC  9(003)         VALUE ZEROS.
       77 W-QTD-AUSENTES          PIC  9(003)         VALUE ZEROS.
       77 W-QTD-FORA-LIMITE       PIC  9(003)         VALUE ZEROS.
       77 W-QTD-EXPURGADOS        PIC  9(009)         VALUE ZEROS.

      * ALERTAS JA GRAVADOS NA FILA (CADALERTA), PARA A MESMA
      * DEDUPLICACAO PELA MENSAGEM DO FAZALERTA - O MESMO SALTO DE
      * VOLUME VIRA UM ALERTA SO UMA VEZ.
       01  W-TAB-EXISTENTES.
           03 W-EXI-MENSAGEM OCCURS 3000 TIMES PIC X(060).

       77 W-QTD-EXISTENTES        PIC 9(004) COMP     VALUE ZEROS.
       77 W-IDX-EXISTENTE         PIC 9(004) COMP     VALUE ZEROS.
       77 W-JA-EXISTE-SW          PIC X(001)          VALUE "N".
          88 W-ALERTA-JA-EXISTE      VALUE "S".
       77 W-ALERTA-ABERTO         PIC X(001)          VALUE "N".
       77 W-SEQ-ALERTA            PIC 9(003)          VALUE ZEROS.
       77 W-MENSAGEM-NOVA         PIC X(060)          VALUE SPACES.
       77 W-QTD-ALERTAS-NOVOS     PIC 9(005)          VALUE ZEROS.

      * ARQUIVAMENTO DA GERACAO NO CATALOGO DE RELATORIOS (CATRELAT).
       01  W-PARAM-CATALOGO.
           03 CTR-PROGRAMA        PIC X(012)          VALUE SPACES.
           03 CTR-ARQUIVO         PIC X(020)          VALUE SPACES.
           03 CTR-RUN-ID          PIC 9(016)          VALUE ZEROS.
           03 CTR-OPERADOR        PIC X(008)          VALUE "SISTEMA".

       01  WCAB.
           03 FILLER PIC X(039) VALUE
              "ARQUIVO;CLASSE;REGISTROS;DATA ANTERIOR;".
           03 FILLER PIC X(038) VALUE
              "REGISTROS ANTERIOR;VAR DIA %;DATA MES;".
           03 FILLER PIC X(033) VALUE
              "REGISTROS MES;VAR MES %;SITUACAO;".

       01  WCAB-LIMITES.
           03 FILLER              PIC X(008)          VALUE "MEDICAO;".
           03 WCAB-DATA           PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(013)
                                         VALUE ";CRESC DIA %;".
           03 WCAB-CRESC-DIA      PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(013)
                                         VALUE ";CRESC MES %;".
           03 WCAB-CRESC-MES      PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(009)          VALUE ";QUEDA %;".
           03 WCAB-QUEDA          PIC ZZZZ9,99        VALUE ZEROS.
           03 FILLER              PIC X(013)
                                         VALUE ";BASE MINIMA;".
           03 WCAB-MINIMA         PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".

       01  WDET.
           03 WDET-ARQUIVO        PIC X(020)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CLASSE         PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-REGISTROS      PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA-ANT       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-ANT        PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VAR-DIA        PIC -ZZZZZZ9,99     VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-DATA-MES       PIC 9(008)          VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-QTD-MES        PIC ZZZZZZZZ9       VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-VAR-MES        PIC -ZZZZZZ9,99     VALUE ZEROS.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SITUACAO       PIC X(013)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * MEDICAO NOTURNA DO VOLUME DOS ARQUIVOS: CONTA OS REGISTROS
      * DE CADA CADASTRO, SATELITE, CACHE, TRILHA DE AUDITORIA E LOG
      * DE INTERFACE DA TABELA DE VOLUMES, GRAVA A CONTAGEM NO
      * HISTORICO (CADVOLUME) E COMPARA COM A MEDICAO DO DIA
      * ANTERIOR E COM A DE UM MES ATRAS. SAI NO CHKVOLUME.CSV COM
      * AS VARIACOES E VIRA ALERTA GRAVE NA FILA DO FAZALERTA
      * (CADALERTA):
      * - CRESCIMENTO ACIMA DO LIMITE NO DIA OU NO MES, EM ARQUIVO
      *   COM PELO MENOS A BASE MINIMA DE REGISTROS;
      * - QUEDA NO DIA ACIMA DO LIMITE (QUALQUER QUEDA NA TRILHA DE
      *   AUDITORIA, QUE SO CRESCE) E ARQUIVO QUE SUMIU - EXCETO OS
      *   CACHES E ARQUIVOS DE TRABALHO, QUE ENCOLHEM NORMALMENTE.
      * RETURN-CODE 4 COM ARQUIVO FORA DO LIMITE - O ALERTA E A
      * RESPOSTA, A CADEIA NOTURNA NAO PARA POR ISSO.
      * RODAVEL PELO AGENDADOR E COMO PASSO DO FAZCADEIA.
      *-----------------------------------------------------------
       000-INICIO.

           DISPLAY "CHKVOLUME - INICIO DO PROCESSAMENTO"

           MOVE ZEROS TO RETURN-CODE

           PERFORM 010-LER-PARAMETROS

           MOVE "N" TO W-HISTORICO-ABERTO-SW
           OPEN I-O ARQ-VOLUME
           IF FS-VOLUME EQUAL "00" OR FS-VOLUME EQUAL "05"
              MOVE "S" TO W-HISTORICO-ABERTO-SW
           ELSE
              DISPLAY "CHKVOLUME - ERRO AO ABRIR CADVOLUME - FS="
                      FS-VOLUME
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "00" TO FS-VOLUME

           PERFORM 070-ABRIR-ALERTAS

           OPEN OUTPUT REL-VOLUME
           WRITE REG-VOLUME FROM WCAB

           MOVE W-DATA-HOJE     TO WCAB-DATA
           MOVE W-PCT-CRESC-DIA TO WCAB-CRESC-DIA
           MOVE W-PCT-CRESC-MES TO WCAB-CRESC-MES
           MOVE W-PCT-QUEDA     TO WCAB-QUEDA
           MOVE W-QTD-MINIMA    TO WCAB-MINIMA
           WRITE REG-VOLUME FROM WCAB-LIMITES

           PERFORM 100-MEDIR-ARQUIVO
              VARYING W-IDX-ARQUIVO FROM 1 BY 1
              UNTIL W-IDX-ARQUIVO GREATER W-QTD-ARQUIVOS

           CLOSE REL-VOLUME

           MOVE "CHKVOLUME"     TO CTR-PROGRAMA
           MOVE "CHKVOLUME.CSV" TO CTR-ARQUIVO
           CALL "CATRELAT" USING W-PARAM-CATALOGO

           IF W-HISTORICO-ABERTO
              CLOSE ARQ-VOLUME
           END-IF

           IF W-ALERTA-ABERTO EQUAL "S"
              CLOSE ARQ-ALERTA
           END-IF

           DISPLAY "CHKVOLUME - ARQUIVOS MEDIDOS: " W-QTD-MEDIDOS
           DISPLAY "CHKVOLUME - ARQUIVOS AUSENTES: " W-QTD-AUSENTES
           DISPLAY "CHKVOLUME - ARQUIVOS FORA DO LIMITE: "
                   W-QTD-FORA-LIMITE
           DISPLAY "CHKVOLUME - MEDICOES EXPURGADAS DO HISTORICO: "
                   W-QTD-EXPURGADOS
           DISPLAY "CHKVOLUME - ALERTAS NOVOS: " W-QTD-ALERTAS-NOVOS

           IF W-QTD-FORA-LIMITE GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CHKVOLUME - PROCESSAMENTO CONCLUIDO"

           GOBACK.

       010-LER-PARAMETROS.

           ACCEPT W-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT W-HORA-AGORA FROM TIME

           MOVE W-DATA-HOJE TO SIS-DATA-REF

           MOVE "PCT-CRESC-DIA-VOL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR LESS 100000
              MOVE SIS-VALOR TO W-PCT-CRESC-DIA
           END-IF

           MOVE "PCT-CRESC-MES-VOL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR LESS 100000
              MOVE SIS-VALOR TO W-PCT-CRESC-MES
           END-IF

           MOVE "PCT-QUEDA-VOL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR GREATER ZEROS
              AND SIS-VALOR NOT GREATER 100
              MOVE SIS-VALOR TO W-PCT-QUEDA
           END-IF

           MOVE "QTD-MINIMA-VOL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR LESS 1000000000
              MOVE SIS-VALOR TO W-QTD-MINIMA
           END-IF

           MOVE "DIAS-HISTORICO-VOL" TO SIS-NOME
           CALL "SISPARAM" USING W-PARAM-SIS
           IF SIS-ACHOU EQUAL "S"
              AND SIS-VALOR NOT LESS 60
              AND SIS-VALOR NOT GREATER 3660
              MOVE SIS-VALOR TO W-DIAS-HISTORICO
           END-IF

           COMPUTE W-LIMITE-QUEDA = ZEROS - W-PCT-QUEDA

           COMPUTE W-DATA-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) - 30)
           COMPUTE W-DATA-MES-MIN = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) - 45)
           COMPUTE W-DATA-EXPURGO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                    - W-DIAS-HISTORICO).

      * FILA DE ALERTAS ABERTA PARA GRAVACAO, COM AS MENSAGENS JA
      * EXISTENTES FOTOGRAFADAS. SEM A FILA A MEDICAO SAI IGUAL, SO
      * NAO HA ALERTA.
       070-ABRIR-ALERTAS.

           MOVE "N"   TO W-ALERTA-ABERTO
           MOVE ZEROS TO W-QTD-EXISTENTES

           OPEN I-O ARQ-ALERTA

           IF FS-ALERTA EQUAL "00" OR FS-ALERTA EQUAL "05"
              MOVE "S" TO W-ALERTA-ABERTO

              MOVE ZEROS TO AL-DATA
              MOVE ZEROS TO AL-HORA
              MOVE ZEROS TO AL-SEQ

              START ARQ-ALERTA KEY IS NOT LESS AL-CHAVE-ALERTA
                INVALID KEY MOVE "23" TO FS-ALERTA
              END-START

              IF FS-ALERTA EQUAL "00"
                 READ ARQ-ALERTA NEXT
                 PERFORM 075-GUARDAR-EXISTENTE
                    UNTIL FS-ALERTA NOT EQUAL "00"
                       OR W-QTD-EXISTENTES NOT LESS 3000
              END-IF
           ELSE
              DISPLAY "CHKVOLUME - ERRO AO ABRIR CADALERTA - FS="
                      FS-ALERTA
           END-IF

           MOVE "00" TO FS-ALERTA.

       075-GUARDAR-EXISTENTE.
           ADD 1 TO W-QTD-EXISTENTES
           MOVE AL-MENSAGEM TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)

           READ ARQ-ALERTA NEXT.

       100-MEDIR-ARQUIVO.

           MOVE ZEROS  TO W-QTD-REGISTROS
           MOVE "N"    TO W-ARQ-PRESENTE-SW

           PERFORM 200-CONTAR-REGISTROS

           IF W-ARQ-PRESENTE
              ADD 1 TO W-QTD-MEDIDOS
           ELSE
              ADD 1 TO W-QTD-AUSENTES
           END-IF

           PERFORM 400-BUSCAR-HISTORICO
           PERFORM 500-AVALIAR-VOLUME
           PERFORM 600-GRAVAR-HISTORICO
           PERFORM 700-IMPRIMIR-ARQUIVO.

      *-----------------------------------------------------------
      * CONTAGEM DOS REGISTROS DO ARQUIVO CORRENTE, LIDO DO INICIO
      * AO FIM. ARQUIVO QUE NAO ABRE FICA COMO AUSENTE.
      *-----------------------------------------------------------
       200-CONTAR-REGISTROS.

           MOVE "00" TO FS-ARQUIVO

           EVALUATE TVO-NOME (W-IDX-ARQUIVO)
              WHEN "CADCLIENTE"
                 OPEN INPUT ARQ-CLIENTE
              WHEN "CADVENDEDOR"
                 OPEN INPUT ARQ-VENDEDOR
              WHEN "CADPRODUTO"
                 OPEN INPUT ARQ-PRODUTO
              WHEN "CADREGIAO"
                 OPEN INPUT ARQ-REGIAO
              WHEN "CADCIDADE"
                 OPEN INPUT ARQ-CIDADE
              WHEN "CADEQUIPE"
                 OPEN INPUT ARQ-EQUIPE
              WHEN "CADOPERADOR"
                 OPEN INPUT ARQ-OPERADOR
              WHEN "CADGRUPO"
                 OPEN INPUT ARQ-GRUPO
              WHEN "CADPROSPECT"
                 OPEN INPUT ARQ-PROSPECT
              WHEN "CADCAMPANHA"
                 OPEN INPUT ARQ-CAMPANHA
              WHEN "CADPARAM"
                 OPEN INPUT ARQ-SISPAR
              WHEN "CADFERIADO"
                 OPEN INPUT ARQ-FERIADO
              WHEN "CADMOTIVO"
                 OPEN INPUT ARQ-MOTIVO
              WHEN "CADFATOR"
                 OPEN INPUT ARQ-FATOR
              WHEN "CADPRECO"
                 OPEN INPUT ARQ-PRECO
              WHEN "CADCEP"
                 OPEN INPUT ARQ-CEP
              WHEN "CADPERIODO"
                 OPEN INPUT ARQ-PERIODO
              WHEN "CADMETA"
                 OPEN INPUT ARQ-META
              WHEN "CADDISTRIB"
                 OPEN INPUT ARQ-DISTRIB
              WHEN "CADPEDIDO"
                 OPEN INPUT ARQ-PEDIDO
              WHEN "CADITEMPED"
                 OPEN INPUT ARQ-ITEMPED
              WHEN "CADVISITA"
                 OPEN INPUT ARQ-VISITA
              WHEN "CADTITULO"
                 OPEN INPUT ARQ-TITULO
              WHEN "CADDEVOLUCAO"
                 OPEN INPUT ARQ-DEVOLUCAO
              WHEN "CADCHAMADO"
                 OPEN INPUT ARQ-CHAMADO
              WHEN "CADAUSENCIA"
                 OPEN INPUT ARQ-AUSENCIA
              WHEN "CADEXCECAO"
                 OPEN INPUT ARQ-EXCECAO
              WHEN "CADEQUIPEVEN"
                 OPEN INPUT ARQ-EQUIPEVEN
              WHEN "CADGRUPOCLI"
                 OPEN INPUT ARQ-GRUPOCLI
              WHEN "CADOBSERV"
                 OPEN INPUT ARQ-OBSERV
              WHEN "CADAPROV"
                 OPEN INPUT ARQ-APROV
              WHEN "CADALERTA"
                 PERFORM 230-POSICIONAR-ALERTAS
              WHEN "CADCREDITO"
                 OPEN INPUT ARQ-CREDITO
              WHEN "CADPEDRET"
                 OPEN INPUT ARQ-PEDRET
              WHEN "CADCONSENT"
                 OPEN INPUT ARQ-CONSENT
              WHEN "CADCLASSIF"
                 OPEN INPUT ARQ-CLASSIF
              WHEN "CADNPS"
                 OPEN INPUT ARQ-NPS
              WHEN "CADCAMPMETA"
                 OPEN INPUT ARQ-CAMPMETA
              WHEN "CADAVISO"
                 OPEN INPUT ARQ-AVISO
              WHEN "CADACELER"
                 OPEN INPUT ARQ-ACELER
              WHEN "CADCASODOR"
                 OPEN INPUT ARQ-CASODOR
              WHEN "CADCOMTIT"
                 OPEN INPUT ARQ-COMTIT
              WHEN "CADFECHCOM"
                 OPEN INPUT ARQ-FECHCOM
              WHEN "CADRESFIL"
                 OPEN INPUT ARQ-RESFIL
              WHEN "CADRESUMO"
                 OPEN INPUT ARQ-RESUMO
              WHEN "CADRUNCTL"
                 OPEN INPUT ARQ-RUNCTL
              WHEN "CADRELCAT"
                 OPEN INPUT ARQ-RELCAT
              WHEN "CADLACRE"
                 OPEN INPUT ARQ-LACRE
              WHEN "CADNUMERO"
                 OPEN INPUT ARQ-NUMERO
              WHEN "CADCARGA"
                 OPEN INPUT ARQ-CARGA
              WHEN "CADCACHE"
                 OPEN INPUT ARQ-CACHE
              WHEN "CADBISNAP"
                 OPEN INPUT ARQ-BISNAP
              WHEN "CADSIMULA"
                 OPEN INPUT ARQ-SIMULA
              WHEN "CADTRIAGEM"
                 OPEN INPUT ARQ-TRIAGEM
              WHEN OTHER
                 MOVE TVO-NOME (W-IDX-ARQUIVO) TO W-NOME-SEQUENCIAL
                 OPEN INPUT ARQ-SEQUENCIAL
                 MOVE FS-SEQUENCIAL TO FS-ARQUIVO
           END-EVALUATE

           IF FS-ARQUIVO EQUAL "00"
              MOVE "S" TO W-ARQ-PRESENTE-SW
              PERFORM 210-LER-REGISTRO
              PERFORM 205-CONTAR-REGISTRO
                 UNTIL FS-ARQUIVO NOT EQUAL "00"
              PERFORM 220-FECHAR-ARQUIVO
           ELSE
              IF FS-ARQUIVO EQUAL "05"
                 PERFORM 220-FECHAR-ARQUIVO
              END-IF
           END-IF

           MOVE "00" TO FS-ARQUIVO.

       205-CONTAR-REGISTRO.
           ADD 1 TO W-QTD-REGISTROS

           PERFORM 210-LER-REGISTRO.

       210-LER-REGISTRO.

           EVALUATE TVO-NOME (W-IDX-ARQUIVO)
              WHEN "CADCLIENTE"
                 READ ARQ-CLIENTE NEXT
              WHEN "CADVENDEDOR"
                 READ ARQ-VENDEDOR NEXT
              WHEN "CADPRODUTO"
                 READ ARQ-PRODUTO NEXT
              WHEN "CADREGIAO"
                 READ ARQ-REGIAO NEXT
              WHEN "CADCIDADE"
                 READ ARQ-CIDADE NEXT
              WHEN "CADEQUIPE"
                 READ ARQ-EQUIPE NEXT
              WHEN "CADOPERADOR"
                 READ ARQ-OPERADOR NEXT
              WHEN "CADGRUPO"
                 READ ARQ-GRUPO NEXT
              WHEN "CADPROSPECT"
                 READ ARQ-PROSPECT NEXT
              WHEN "CADCAMPANHA"
                 READ ARQ-CAMPANHA NEXT
              WHEN "CADPARAM"
                 READ ARQ-SISPAR NEXT
              WHEN "CADFERIADO"
                 READ ARQ-FERIADO NEXT
              WHEN "CADMOTIVO"
                 READ ARQ-MOTIVO NEXT
              WHEN "CADFATOR"
                 READ ARQ-FATOR NEXT
              WHEN "CADPRECO"
                 READ ARQ-PRECO NEXT
              WHEN "CADCEP"
                 READ ARQ-CEP NEXT
              WHEN "CADPERIODO"
                 READ ARQ-PERIODO NEXT
              WHEN "CADMETA"
                 READ ARQ-META NEXT
              WHEN "CADDISTRIB"
                 READ ARQ-DISTRIB NEXT
              WHEN "CADPEDIDO"
                 READ ARQ-PEDIDO NEXT
              WHEN "CADITEMPED"
                 READ ARQ-ITEMPED NEXT
              WHEN "CADVISITA"
                 READ ARQ-VISITA NEXT
              WHEN "CADTITULO"
                 READ ARQ-TITULO NEXT
              WHEN "CADDEVOLUCAO"
                 READ ARQ-DEVOLUCAO NEXT
              WHEN "CADCHAMADO"
                 READ ARQ-CHAMADO NEXT
              WHEN "CADAUSENCIA"
                 READ ARQ-AUSENCIA NEXT
              WHEN "CADEXCECAO"
                 READ ARQ-EXCECAO NEXT
              WHEN "CADEQUIPEVEN"
                 READ ARQ-EQUIPEVEN NEXT
              WHEN "CADGRUPOCLI"
                 READ ARQ-GRUPOCLI NEXT
              WHEN "CADOBSERV"
                 READ ARQ-OBSERV NEXT
              WHEN "CADAPROV"
                 READ ARQ-APROV NEXT
              WHEN "CADALERTA"
                 READ ARQ-ALERTA NEXT
                 MOVE FS-ALERTA TO FS-ARQUIVO
              WHEN "CADCREDITO"
                 READ ARQ-CREDITO NEXT
              WHEN "CADPEDRET"
                 READ ARQ-PEDRET NEXT
              WHEN "CADCONSENT"
                 READ ARQ-CONSENT NEXT
              WHEN "CADCLASSIF"
                 READ ARQ-CLASSIF NEXT
              WHEN "CADNPS"
                 READ ARQ-NPS NEXT
              WHEN "CADCAMPMETA"
                 READ ARQ-CAMPMETA NEXT
              WHEN "CADAVISO"
                 READ ARQ-AVISO NEXT
              WHEN "CADACELER"
                 READ ARQ-ACELER NEXT
              WHEN "CADCASODOR"
                 READ ARQ-CASODOR NEXT
              WHEN "CADCOMTIT"
                 READ ARQ-COMTIT NEXT
              WHEN "CADFECHCOM"
                 READ ARQ-FECHCOM NEXT
              WHEN "CADRESFIL"
                 READ ARQ-RESFIL NEXT
              WHEN "CADRESUMO"
                 READ ARQ-RESUMO NEXT
              WHEN "CADRUNCTL"
                 READ ARQ-RUNCTL NEXT
              WHEN "CADRELCAT"
                 READ ARQ-RELCAT NEXT
              WHEN "CADLACRE"
                 READ ARQ-LACRE NEXT
              WHEN "CADNUMERO"
                 READ ARQ-NUMERO NEXT
              WHEN "CADCARGA"
                 READ ARQ-CARGA NEXT
              WHEN "CADCACHE"
                 READ ARQ-CACHE NEXT
              WHEN "CADBISNAP"
                 READ ARQ-BISNAP NEXT
              WHEN "CADSIMULA"
                 READ ARQ-SIMULA NEXT
              WHEN "CADTRIAGEM"
                 READ ARQ-TRIAGEM NEXT
              WHEN OTHER
                 READ ARQ-SEQUENCIAL
                 MOVE FS-SEQUENCIAL TO FS-ARQUIVO
           END-EVALUATE.

       220-FECHAR-ARQUIVO.

           EVALUATE TVO-NOME (W-IDX-ARQUIVO)
              WHEN "CADCLIENTE"
                 CLOSE ARQ-CLIENTE
              WHEN "CADVENDEDOR"
                 CLOSE ARQ-VENDEDOR
              WHEN "CADPRODUTO"
                 CLOSE ARQ-PRODUTO
              WHEN "CADREGIAO"
                 CLOSE ARQ-REGIAO
              WHEN "CADCIDADE"
                 CLOSE ARQ-CIDADE
              WHEN "CADEQUIPE"
                 CLOSE ARQ-EQUIPE
              WHEN "CADOPERADOR"
                 CLOSE ARQ-OPERADOR
              WHEN "CADGRUPO"
                 CLOSE ARQ-GRUPO
              WHEN "CADPROSPECT"
                 CLOSE ARQ-PROSPECT
              WHEN "CADCAMPANHA"
                 CLOSE ARQ-CAMPANHA
              WHEN "CADPARAM"
                 CLOSE ARQ-SISPAR
              WHEN "CADFERIADO"
                 CLOSE ARQ-FERIADO
              WHEN "CADMOTIVO"
                 CLOSE ARQ-MOTIVO
              WHEN "CADFATOR"
                 CLOSE ARQ-FATOR
              WHEN "CADPRECO"
                 CLOSE ARQ-PRECO
              WHEN "CADCEP"
                 CLOSE ARQ-CEP
              WHEN "CADPERIODO"
                 CLOSE ARQ-PERIODO
              WHEN "CADMETA"
                 CLOSE ARQ-META
              WHEN "CADDISTRIB"
                 CLOSE ARQ-DISTRIB
              WHEN "CADPEDIDO"
                 CLOSE ARQ-PEDIDO
              WHEN "CADITEMPED"
                 CLOSE ARQ-ITEMPED
              WHEN "CADVISITA"
                 CLOSE ARQ-VISITA
              WHEN "CADTITULO"
                 CLOSE ARQ-TITULO
              WHEN "CADDEVOLUCAO"
                 CLOSE ARQ-DEVOLUCAO
              WHEN "CADCHAMADO"
                 CLOSE ARQ-CHAMADO
              WHEN "CADAUSENCIA"
                 CLOSE ARQ-AUSENCIA
              WHEN "CADEXCECAO"
                 CLOSE ARQ-EXCECAO
              WHEN "CADEQUIPEVEN"
                 CLOSE ARQ-EQUIPEVEN
              WHEN "CADGRUPOCLI"
                 CLOSE ARQ-GRUPOCLI
              WHEN "CADOBSERV"
                 CLOSE ARQ-OBSERV
              WHEN "CADAPROV"
                 CLOSE ARQ-APROV
              WHEN "CADALERTA"
                 MOVE "00" TO FS-ALERTA
              WHEN "CADCREDITO"
                 CLOSE ARQ-CREDITO
              WHEN "CADPEDRET"
                 CLOSE ARQ-PEDRET
              WHEN "CADCONSENT"
                 CLOSE ARQ-CONSENT
              WHEN "CADCLASSIF"
                 CLOSE ARQ-CLASSIF
              WHEN "CADNPS"
                 CLOSE ARQ-NPS
              WHEN "CADCAMPMETA"
                 CLOSE ARQ-CAMPMETA
              WHEN "CADAVISO"
                 CLOSE ARQ-AVISO
              WHEN "CADACELER"
                 CLOSE ARQ-ACELER
              WHEN "CADCASODOR"
                 CLOSE ARQ-CASODOR
              WHEN "CADCOMTIT"
                 CLOSE ARQ-COMTIT
              WHEN "CADFECHCOM"
                 CLOSE ARQ-FECHCOM
              WHEN "CADRESFIL"
                 CLOSE ARQ-RESFIL
              WHEN "CADRESUMO"
                 CLOSE ARQ-RESUMO
              WHEN "CADRUNCTL"
                 CLOSE ARQ-RUNCTL
              WHEN "CADRELCAT"
                 CLOSE ARQ-RELCAT
              WHEN "CADLACRE"
                 CLOSE ARQ-LACRE
              WHEN "CADNUMERO"
                 CLOSE ARQ-NUMERO
              WHEN "CADCARGA"
                 CLOSE ARQ-CARGA
              WHEN "CADCACHE"
                 CLOSE ARQ-CACHE
              WHEN "CADBISNAP"
                 CLOSE ARQ-BISNAP
              WHEN "CADSIMULA"
                 CLOSE ARQ-SIMULA
              WHEN "CADTRIAGEM"
                 CLOSE ARQ-TRIAGEM
              WHEN OTHER
                 CLOSE ARQ-SEQUENCIAL
           END-EVALUATE.

      * A FILA DE ALERTAS JA ESTA ABERTA PARA A GRAVACAO DOS ALERTAS
      * DA MEDICAO - E CONTADA PELA PROPRIA ABERTURA, DO INICIO.
       230-POSICIONAR-ALERTAS.

           IF W-ALERTA-ABERTO EQUAL "S"
              MOVE ZEROS TO AL-DATA
              MOVE ZEROS TO AL-HORA
              MOVE ZEROS TO AL-SEQ

              START ARQ-ALERTA KEY IS NOT LESS AL-CHAVE-ALERTA
                INVALID KEY MOVE "23" TO FS-ALERTA
              END-START

              IF FS-ALERTA EQUAL "00" OR FS-ALERTA EQUAL "23"
                 MOVE "00" TO FS-ARQUIVO
              ELSE
                 MOVE FS-ALERTA TO FS-ARQUIVO
              END-IF
           ELSE
              MOVE "35" TO FS-ARQUIVO
           END-IF

           MOVE "00" TO FS-ALERTA.

      *-----------------------------------------------------------
      * MEDICOES ANTERIORES DO ARQUIVO NO HISTORICO: A MAIS RECENTE
      * ANTES DE HOJE (DIA ANTERIOR) E A MAIS RECENTE ATE UM MES
      * ATRAS. A MEDICAO DE HOJE DE UMA EXECUCAO REPETIDA NAO CONTA
      * E E SUBSTITUIDA; MEDICAO MAIS VELHA QUE O EXPURGO E APAGADA.
      *-----------------------------------------------------------
       400-BUSCAR-HISTORICO.

           MOVE "N"    TO W-ANT-ACHADO-SW
           MOVE "N"    TO W-MES-ACHADO-SW
           MOVE SPACES TO W-ANT-SITUACAO
           MOVE ZEROS  TO W-DATA-ANT
           MOVE ZEROS  TO W-QTD-ANT
           MOVE ZEROS  TO W-DATA-ANT-MES
           MOVE ZEROS  TO W-QTD-ANT-MES

           IF W-HISTORICO-ABERTO
              MOVE TVO-NOME (W-IDX-ARQUIVO) TO VOL-ARQUIVO
              MOVE ZEROS TO VOL-DATA

              START ARQ-VOLUME KEY IS NOT LESS VOL-CHAVE-VOLUME
                INVALID KEY MOVE "23" TO FS-VOLUME
              END-START

              IF FS-VOLUME EQUAL "00"
                 READ ARQ-VOLUME NEXT
                 PERFORM 410-EXAMINAR-HISTORICO
                    UNTIL FS-VOLUME NOT EQUAL "00"
                       OR VOL-ARQUIVO NOT EQUAL
                          TVO-NOME (W-IDX-ARQUIVO)
                       OR VOL-DATA NOT LESS W-DATA-HOJE
              END-IF
           END-IF

           MOVE "00" TO FS-VOLUME.

       410-EXAMINAR-HISTORICO.

           IF VOL-DATA LESS W-DATA-EXPURGO
              DELETE ARQ-VOLUME RECORD
              ADD 1 TO W-QTD-EXPURGADOS
           ELSE
              MOVE "S"               TO W-ANT-ACHADO-SW
              MOVE VOL-DATA          TO W-DATA-ANT
              MOVE VOL-QTD-REGISTROS TO W-QTD-ANT
              MOVE VOL-SITUACAO      TO W-ANT-SITUACAO

              IF VOL-DATA NOT GREATER W-DATA-MES
                 AND VOL-DATA NOT LESS W-DATA-MES-MIN
                 MOVE "S"               TO W-MES-ACHADO-SW
                 MOVE VOL-DATA          TO W-DATA-ANT-MES
                 MOVE VOL-QTD-REGISTROS TO W-QTD-ANT-MES
              END-IF
           END-IF

           READ ARQ-VOLUME NEXT.

      *-----------------------------------------------------------
      * VARIACOES NO DIA E NO MES E A SITUACAO DO ARQUIVO. SO A
      * PRIMEIRA REGRA QUE SE APLICA VALE - A QUEDA PESA MAIS QUE O
      * CRESCIMENTO, E O DIA MAIS QUE O MES.
      *-----------------------------------------------------------
       500-AVALIAR-VOLUME.

           MOVE ZEROS    TO W-VAR-DIA
           MOVE ZEROS    TO W-VAR-MES
           MOVE ZEROS    TO W-QTD-REFERENCIA
           MOVE "N"      TO W-ALERTAR-SW
           MOVE "NORMAL" TO W-SITUACAO

           IF W-ANT-ACHADO AND W-QTD-ANT GREATER ZEROS
              COMPUTE W-VAR-DIA ROUNDED =
                      (W-QTD-REGISTROS - W-QTD-ANT) * 100 / W-QTD-ANT
           END-IF

           IF W-MES-ACHADO AND W-QTD-ANT-MES GREATER ZEROS
              COMPUTE W-VAR-MES ROUNDED =
                      (W-QTD-REGISTROS - W-QTD-ANT-MES) * 100
                      / W-QTD-ANT-MES
           END-IF

           EVALUATE TRUE
              WHEN NOT W-ARQ-PRESENTE
                 IF W-ANT-ACHADO AND W-ANT-PRESENTE
                    AND TVO-CLASSE (W-IDX-ARQUIVO) NOT EQUAL "C"
                    MOVE "SUMIU"   TO W-SITUACAO
                    MOVE W-QTD-ANT TO W-QTD-REFERENCIA
                    MOVE "S"       TO W-ALERTAR-SW
                 ELSE
                    MOVE "AUSENTE" TO W-SITUACAO
                 END-IF
              WHEN NOT W-ANT-ACHADO
                 MOVE "SEM HISTORICO" TO W-SITUACAO
              WHEN W-QTD-REGISTROS LESS W-QTD-ANT
               AND TVO-CLASSE (W-IDX-ARQUIVO) NOT EQUAL "C"
               AND (TVO-CLASSE (W-IDX-ARQUIVO) EQUAL "A"
                    OR W-VAR-DIA NOT GREATER W-LIMITE-QUEDA)
                 MOVE "QUEDA"   TO W-SITUACAO
                 MOVE W-QTD-ANT TO W-QTD-REFERENCIA
                 MOVE "S"       TO W-ALERTAR-SW
              WHEN W-QTD-ANT NOT LESS W-QTD-MINIMA
               AND W-VAR-DIA GREATER W-PCT-CRESC-DIA
                 MOVE "CRESC DIA"   TO W-SITUACAO
                 MOVE W-QTD-ANT     TO W-QTD-REFERENCIA
                 MOVE "S"           TO W-ALERTAR-SW
              WHEN W-MES-ACHADO
               AND W-QTD-ANT-MES NOT LESS W-QTD-MINIMA
               AND W-VAR-MES GREATER W-PCT-CRESC-MES
                 MOVE "CRESC MES"   TO W-SITUACAO
                 MOVE W-QTD-ANT-MES TO W-QTD-REFERENCIA
                 MOVE "S"           TO W-ALERTAR-SW
           END-EVALUATE

           IF W-ALERTAR
              ADD 1 TO W-QTD-FORA-LIMITE
              DISPLAY "CHKVOLUME - FORA DO LIMITE: "
                      TVO-NOME (W-IDX-ARQUIVO) " " W-SITUACAO " "
                      W-QTD-REFERENCIA " -> " W-QTD-REGISTROS
              PERFORM 800-GRAVAR-ALERTA
           END-IF.

      * MEDICAO DE HOJE NO HISTORICO - A EXECUCAO REPETIDA NO MESMO
      * DIA REGRAVA A MEDICAO.
       600-GRAVAR-HISTORICO.

           IF W-HISTORICO-ABERTO
              MOVE TVO-NOME (W-IDX-ARQUIVO)   TO VOL-ARQUIVO
              MOVE W-DATA-HOJE                TO VOL-DATA
              MOVE W-HORA-AGORA               TO VOL-HORA
              MOVE TVO-CLASSE (W-IDX-ARQUIVO) TO VOL-CLASSE
              MOVE W-QTD-REGISTROS            TO VOL-QTD-REGISTROS

              IF W-ARQ-PRESENTE
                 SET VOL-PRESENTE TO TRUE
              ELSE
                 SET VOL-AUSENTE  TO TRUE
              END-IF

              WRITE ARQ-VOLUME-REG
                INVALID KEY REWRITE ARQ-VOLUME-REG
              END-WRITE
           END-IF.

       700-IMPRIMIR-ARQUIVO.

           MOVE TVO-NOME (W-IDX-ARQUIVO)   TO WDET-ARQUIVO
           MOVE TVO-CLASSE (W-IDX-ARQUIVO) TO WDET-CLASSE
           MOVE W-QTD-REGISTROS            TO WDET-REGISTROS
           MOVE W-DATA-ANT                 TO WDET-DATA-ANT
           MOVE W-QTD-ANT                  TO WDET-QTD-ANT
           MOVE W-VAR-DIA                  TO WDET-VAR-DIA
           MOVE W-DATA-ANT-MES             TO WDET-DATA-MES
           MOVE W-QTD-ANT-MES              TO WDET-QTD-MES
           MOVE W-VAR-MES                  TO WDET-VAR-MES
           MOVE W-SITUACAO                 TO WDET-SITUACAO

           WRITE REG-VOLUME FROM WDET.

      * ALERTA GRAVE DO ARQUIVO FORA DO LIMITE NA FILA DO FAZALERTA,
      * QUANDO O MESMO SALTO AINDA NAO CONSTA DELA - A SEQUENCIA
      * DESEMPATA ALERTAS GRAVADOS NO MESMO INSTANTE.
       800-GRAVAR-ALERTA.

           IF W-ALERTA-ABERTO EQUAL "S"
              MOVE SPACES TO W-MENSAGEM-NOVA
              STRING "VOLUME " DELIMITED BY SIZE
                     TVO-NOME (W-IDX-ARQUIVO) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     W-SITUACAO DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     W-QTD-REFERENCIA DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     W-QTD-REGISTROS DELIMITED BY SIZE
                INTO W-MENSAGEM-NOVA

              MOVE "N" TO W-JA-EXISTE-SW

              PERFORM 810-PROCURAR-EXISTENTE
                 VARYING W-IDX-EXISTENTE FROM 1 BY 1
                 UNTIL W-IDX-EXISTENTE GREATER W-QTD-EXISTENTES
                    OR W-ALERTA-JA-EXISTE

              IF NOT W-ALERTA-JA-EXISTE
                 ADD 1 TO W-SEQ-ALERTA

                 MOVE W-DATA-HOJE     TO AL-DATA
                 MOVE W-HORA-AGORA    TO AL-HORA
                 MOVE W-SEQ-ALERTA    TO AL-SEQ
                 MOVE "G"             TO AL-SEVERIDADE
                 MOVE "CHKVOLUME"     TO AL-FONTE
                 MOVE W-MENSAGEM-NOVA TO AL-MENSAGEM
                 SET AL-ABERTO TO TRUE
                 MOVE SPACES TO AL-OPERADOR-RECON
                 MOVE ZEROS  TO AL-DATA-RECON
                 MOVE SPACES TO AL-DESTINATARIO

                 WRITE ARQ-ALERTA-REG
                   INVALID KEY REWRITE ARQ-ALERTA-REG
                 END-WRITE

                 ADD 1 TO W-QTD-ALERTAS-NOVOS

                 IF W-QTD-EXISTENTES LESS 3000
                    ADD 1 TO W-QTD-EXISTENTES
                    MOVE W-MENSAGEM-NOVA
                      TO W-EXI-MENSAGEM (W-QTD-EXISTENTES)
                 END-IF
              END-IF
           END-IF.

       810-PROCURAR-EXISTENTE.
           IF W-EXI-MENSAGEM (W-IDX-EXISTENTE) EQUAL W-MENSAGEM-NOVA
              MOVE "S" TO W-JA-EXISTE-SW
           END-IF.

       END PROGRAM CHKVOLUME.
