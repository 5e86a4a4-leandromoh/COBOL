      *          COPIADA POR CIMA DO PROPRIO CADCLI2. O NOME DE
      *          CADCLI2 E MONTADO COM FILIAL E DATA DE PARM-LOTE.DAT
      *          NO MESMO MOLDE DE EX01. TERMINA COM GOBACK.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV E O PASSO
      *          CLASSIFICA A COPIA DE CADCLI2 DO ENSAIO, NUNCA A
      *          REAL.

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADCLI2.
       SELECT TRAB ASSIGN TO DISK.
       SELECT CADCLI2-ORD ASSIGN DYNAMIC WS-NOME-CADCLI2-ORD
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       01 REG-SAI-TRAILER REDEFINES REG-SAI.
              02 TRAILER-TIPO   PIC X(01).
              02 TRAILER-TOTAL  PIC 9(007).
              02 FILLER         PIC X(033).

       SD TRAB.
       01 REG-TRAB.
              02 TIPO-TRAB PIC X(01).
              02 NOME-TRAB PIC X(20).
              02 COD-TRAB  PIC 9(5).
              02 TIPO-DOC-TRAB PIC X(01).
              02 DOC-TRAB  PIC X(14).

       FD CADCLI2-ORD
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ORD PIC X(41).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADCLI2 PIC X(040) VALUE "CADCLI2.DAT".
       77 WS-NOME-CADCLI2-ORD PIC X(040) VALUE "CADCLI2-ORD.DAT".
       77 WS-CT-DETALHES PIC 9(07) VALUE ZEROES.
       77 WS-TEM-TRAILER PIC X(03) VALUE "NAO".
       77 WS-TRAILER-GUARDADO PIC X(41) VALUE SPACES.
       77 WS-TEM-CABECALHO PIC X(03) VALUE "NAO".
       77 WS-CABECALHO-GUARDADO PIC X(41) VALUE SPACES.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       PROCEDURE DIVISION.


       PERFORM LE-PARAMETRO-LOTE.
       PERFORM MONTA-NOMES-ARQUIVOS.
       PERFORM MONTA-NOMES-ENSAIO.
       SORT TRAB
            ASCENDING KEY COD-TRAB
            INPUT  PROCEDURE ROT-ENTRADA
                            INTO WS-NOME-CADCLI2
              END-IF.

       MONTA-NOMES-ENSAIO SECTION.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-CADCLI2 TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI2.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADCLI2-ORD TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI2-ORD.

       ROT-ENTRADA SECTION.
              OPEN INPUT CADCLI2.
              IF WS-STATUS-CADCLI2 NOT EQUAL "00"
