       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.

       01  REG-MORTO PIC X(084).

       FD  ARQ-PARAM
           LABEL RECORD IS STANDARD.
