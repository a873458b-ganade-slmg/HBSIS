              88 JRN-SUCESSO          VALUE "S".
              88 JRN-NEGADO           VALUE "N".
           03 JRN-DETALHE          PIC X(020).
      * ELO DA CORRENTE DE LACRE (AUDLACRE) - BRANCOS NOS REGISTROS
      * GRAVADOS ANTES DE A TRILHA PASSAR A SER LACRADA.
           03 JRN-SEQ-LACRE        PIC 9(009).
           03 JRN-LACRE            PIC 9(010).
