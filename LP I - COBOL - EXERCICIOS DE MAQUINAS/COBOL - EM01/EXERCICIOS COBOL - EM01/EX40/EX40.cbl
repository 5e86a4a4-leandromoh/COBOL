
       01 REG-FUN.
              02 CODIGO  PIC 9(5).
              02 FILLER  PIC X(67).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
