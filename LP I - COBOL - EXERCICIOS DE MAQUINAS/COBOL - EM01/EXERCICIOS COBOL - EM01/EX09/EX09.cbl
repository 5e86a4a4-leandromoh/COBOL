              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.
