              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       FD CADCLI2-ANT
          LABEL         RECORD         ARE         STANDARD.
              02 TIPO-ANT PIC X(01).
              02 NOME-ANT PIC X(20).
              02 COD-ANT  PIC 9(5).
              02 TIPO-DOC-ANT PIC X(01).
              02 DOC-ANT  PIC X(14).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
