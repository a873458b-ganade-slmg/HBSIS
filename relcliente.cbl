       SD  ARQ-TEMP.
       01  REG-TEMP.
           03 TMP-COD-CLIENTE          PIC  9(007).
           03 TMP-CNPJ                 PIC  X(014).
           03 TMP-RAZAO-SOCIAL         PIC  X(040).
           03 TMP-LATITUDE-CLIENTE     PIC S9(003)V9(008).
           03 TMP-LONGITUDE-CLIENTE    PIC S9(003)V9(008).
       01  WDET.
           03 WDET-COD-CLIENTE    PIC 9(007)          VALUE ZEROS.
           03 FILLER              PIC X               VALUE ";".
           03 WDET-CNPJ           PIC X(014)          VALUE SPACES.
           03 FILLER              PIC X               VALUE ";".
           03 WDET-RAZAO-SOCIAL   PIC X(040)          VALUE SPACES.
           03 FILLER              PIC X               VALUE ";".
       01  WDET-PAG.
           03 WDET-PAG-COD-CLIENTE    PIC ZZZZZZ9        VALUE ZEROS.
           03 FILLER                  PIC X(002)         VALUE SPACES.
           03 WDET-PAG-CNPJ           PIC X(014)         VALUE SPACES.
           03 FILLER                  PIC X(002)         VALUE SPACES.
           03 WDET-PAG-RAZAO-SOCIAL   PIC X(040)         VALUE SPACES.
           03 FILLER                  PIC X(002)         VALUE SPACES.
