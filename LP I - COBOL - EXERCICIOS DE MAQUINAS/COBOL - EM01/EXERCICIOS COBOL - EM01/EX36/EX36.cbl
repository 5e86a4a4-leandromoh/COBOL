      *          ARQUIVO NO CONSOLE E DEVOLVE RETURN-CODE 16, PARANDO
      *          A CADEIA ANTES DE QUALQUER SAIDA SER TOCADA - UMA
      *          TRANSFERENCIA QUE CHEGOU VAZIA VIRA NOITE ATRASADA,
      *          NAO NOITE PROCESSADA PELA METADE.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV, PARA CONFERIR A
      *          VERSAO DO ENSAIO DE CADA ENTRADA QUANDO O OPERADOR A
      *          COLOCOU. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.


       01 REG-FUN.
              02 CODIGO  PIC 9(5).
              02 FILLER  PIC X(67).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-ARQ PIC X(040) VALUE SPACES.
       77 WS-NOME-CADFUN PIC X(040) VALUE "CADFUN.DAT".
       77 WS-IND-ARQ PIC 9(01) VALUE ZEROES.
       77 WS-CT-REGISTROS PIC 9(07) VALUE ZEROES.
       77 WS-CT-COMPRIDOS PIC 9(07) VALUE ZEROES.
       01 TABELA-ARQUIVOS-PREFLIGHT.
              02 FILLER.
                     03 FILLER PIC X(08) VALUE "CADCLI1".
                     03 FILLER PIC 9(02) VALUE 40.
              02 FILLER.
                     03 FILLER PIC X(08) VALUE "CADALU".
                     03 FILLER PIC 9(02) VALUE 37.
                     03 ARQ-PF-NOME    PIC X(08).
                     03 ARQ-PF-TAMANHO PIC 9(02).

       01 ENSSRV-AREA.
              COPY ENSSRV.

       PROCEDURE DIVISION.

       PROGRAMA36.
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-ARQ
              END-IF.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-ARQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-ARQ.

       MONTA-NOME-CADFUN.
              IF WS-LOTE-FILIAL EQUAL SPACES
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADFUN
              END-IF.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADFUN TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADFUN.

       VERIFICA-SEQUENCIAL.
              PERFORM MONTA-NOME-SEQUENCIAL.
