       FD  ARQ-COPIA
           LABEL RECORD IS STANDARD.

       01  REG-COPIA PIC X(400).

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD.
