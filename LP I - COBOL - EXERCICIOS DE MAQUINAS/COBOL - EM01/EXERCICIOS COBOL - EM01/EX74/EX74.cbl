              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       01 REG-SAI-CAB REDEFINES REG-SAI.
              02 CAB-TIPO       PIC X(01).
              02 CAB-FILIAL     PIC X(04).
              02 CAB-DATA-LOTE  PIC X(08).
              02 CAB-HORA       PIC X(06).
              02 FILLER         PIC X(17).

       SD TRAB.
       01 REG-TRAB.
