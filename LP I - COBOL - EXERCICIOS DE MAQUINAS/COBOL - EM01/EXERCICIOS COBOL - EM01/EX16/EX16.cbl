       FILE SECTION.
       FD CADCLI1
          LABEL         RECORD         ARE         STANDARD.
       01 REG-CLI1 PIC X(40).

       FD CADCLI2
          LABEL         RECORD         ARE         STANDARD.
       01 REG-SAI-CLI2.
              02 TIPO-SAI-CLI2 PIC X(01).
              02 FILLER        PIC X(40).
       01 REG-SAI-CLI2-TRAILER REDEFINES REG-SAI-CLI2.
              02 TRAILER-TIPO-CLI2  PIC X(01).
              02 TRAILER-TOTAL-CLI2 PIC 9(007).
              02 FILLER             PIC X(033).

       FD REJ-CLI
          LABEL         RECORD         ARE         STANDARD.
          LABEL         RECORD         ARE         STANDARD.
       01 REG-CADFUN.
              02 CODIGO      PIC 9(5).
              02 FILLER      PIC X(67).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.
