           LABEL RECORD IS STANDARD.

       01  REG-IMP-SITUACAO.
           03 IMP-CNPJ             PIC X(014).
           03 IMP-SITUACAO-REC     PIC X(001).
           03 IMP-DATA-SITUACAO    PIC 9(008).

           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-CNPJ           PIC X(014)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
           03 WDET-SIT-ANTES      PIC X(001)          VALUE SPACES.
           03 FILLER              PIC X(001)          VALUE ";".
              MOVE "SITUACAO INVALIDA NO EXTRATO" TO WDET-OBS
              WRITE REG-SITUACAO FROM WDET
           ELSE
              MOVE FUNCTION UPPER-CASE(IMP-CNPJ) TO CNPJ

              READ ARQ-CLIENTE RECORD KEY IS CNPJ
                INVALID KEY MOVE "23" TO FS-CLIENTE
