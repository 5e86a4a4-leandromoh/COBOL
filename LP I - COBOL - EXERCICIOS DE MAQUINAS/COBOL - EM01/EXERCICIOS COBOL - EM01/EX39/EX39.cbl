              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       01 REG-SAI-TRAILER REDEFINES REG-SAI.
              02 TRAILER-TIPO   PIC X(01).
              02 TRAILER-TOTAL  PIC 9(007).
              02 FILLER         PIC X(033).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
       77 WS-CT-TRAILERS PIC 9(07) VALUE ZEROES.
       77 WS-TRAILER-ANTIGO PIC 9(07) VALUE ZEROES.
       77 WS-TEM-CABECALHO PIC X(03) VALUE "NAO".
       77 WS-CABECALHO PIC X(41) VALUE SPACES.
       77 WS-DUPLICADO PIC X(03) VALUE "NAO".
       77 WS-CT-DEPOIS PIC 9(07) VALUE ZEROES.

       01 TABELA-DETALHES.
              02 WS-DETALHE OCCURS 5000 TIMES PIC X(41).

       01 TABELA-CODIGOS.
              02 WS-CODIGO-VISTO OCCURS 5000 TIMES PIC 9(05).

       01 WS-DETALHE-AUX PIC X(41).
       01 WS-DETALHE-AUX-RED REDEFINES WS-DETALHE-AUX.
              02 FILLER          PIC X(21).
              02 WS-AUX-COD      PIC 9(05).
              02 FILLER          PIC X(15).

       PROCEDURE DIVISION.

