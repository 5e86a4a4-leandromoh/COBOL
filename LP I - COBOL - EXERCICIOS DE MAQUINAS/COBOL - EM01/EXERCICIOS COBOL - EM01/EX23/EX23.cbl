      *          PROCESSAMENTO): E CONTRA ELE QUE EX75 CASA O
      *          LIVRO-RAZAO DE REMESSAS EX14-CTRL.DAT E APONTA
      *          REMESSA SEM RETORNO OU COM RETORNO PARCIAL.
      *          CADA LINHA DE STATUS-PAGTO.DAT CARREGA TAMBEM O
      *          CICLO, O MOMENTO EM QUE O RETORNO FOI PROCESSADO E A
      *          MARCA DE REENVIO ("N"; EX106 GRAVA "S" E A DATA-HORA
      *          QUANDO REMETE DE NOVO UM CREDITO RECUSADO CUJA CONTA
      *          FOI CORRIGIDA EM CADBCO DEPOIS DA RECUSA). COMO O
      *          ARQUIVO E REGRAVADO A CADA EXECUCAO, ANTES DE ABRI-LO
      *          AS MARCAS DE REENVIO DO MESMO CICLO SAO LIDAS DO
      *          STATUS-PAGTO.DAT ANTERIOR E LEVADAS PARA A NOVA LINHA
      *          DA MATRICULA - UMA REEXECUCAO DE EX23 NAO APAGA O
      *          REENVIO FEITO POR EX106 NEM FAZ O CREDITO IR AO BANCO
      *          UMA TERCEIRA VEZ.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       SELECT OPTIONAL CADLIQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STATUS-PAGTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PAGTO.
       SELECT OPTIONAL STATUS-ANT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ANT.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT BLOQUEADOS ASSIGN TO DISK
              02 PAGTO-VALOR    PIC 9(7)V99.
              02 PAGTO-SITUACAO PIC X(01).
              02 PAGTO-MOTIVO   PIC X(02).
              02 PAGTO-CICLO      PIC 9(08).
              02 PAGTO-RETORNO-EM PIC X(14).
              02 PAGTO-REENVIO    PIC X(01).
              02 PAGTO-REENVIO-EM PIC X(14).

       FD STATUS-ANT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "STATUS-PAGTO.DAT".

       01 REG-STATUS-ANT.
              02 ANT-CODIGO      PIC 9(05).
              02 FILLER          PIC X(32).
              02 ANT-CICLO       PIC 9(08).
              02 FILLER          PIC X(14).
              02 ANT-REENVIO     PIC X(01).
              02 ANT-REENVIO-EM  PIC X(14).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-STATUS-PAGTO PIC X(02).
       77 WS-STATUS-ANT PIC X(02).
       77 WS-FIM-ANT PIC 9(01) VALUE 0.
       77 WS-IND-ANT PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ANT PIC 9(05) VALUE ZEROES.
       77 WS-CT-REENVIOS-MANTIDOS PIC 9(05) VALUE ZEROES.

       01 TABELA-LIQUIDOS.
              02 WS-LIQ OCCURS 5000 TIMES.
                     03 WS-LIQ-CODIGO PIC 9(05).
                     03 WS-LIQ-VALOR  PIC 9(7)V99.

       01 TABELA-REENVIOS.
              02 WS-ANT OCCURS 5000 TIMES.
                     03 WS-ANT-CODIGO     PIC 9(05).
                     03 WS-ANT-REENVIO-EM PIC X(14).

       PROCEDURE DIVISION.

       PROGRAMA23.
       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM DEFINE-CICLO.
              OPEN INPUT RETORNO-BANCO CADSAI.
              IF WS-STATUS-RETORNO NOT EQUAL "00"
                     DISPLAY "EX23 - ERRO AO ABRIR RETORNO-BANCO - "
                             "FILE STATUS " WS-STATUS-RETORNO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM CARREGA-REENVIOS
              END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN OUTPUT STATUS-PAGTO
                     PERFORM CARREGA-LIQUIDOS
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF.

       LE-PARAMETRO-LOTE.
              WRITE REG-CTRL-RETORNO.
              CLOSE CTRL-RETORNO.

       CARREGA-REENVIOS.
              OPEN INPUT STATUS-ANT.
              PERFORM UNTIL WS-FIM-ANT EQUAL 1
                     READ STATUS-ANT
                            AT END MOVE 1 TO WS-FIM-ANT
                            NOT AT END
                            PERFORM GUARDA-REENVIO
                     END-READ
              END-PERFORM.
              CLOSE STATUS-ANT.

       GUARDA-REENVIO.
              IF ANT-CICLO NOT EQUAL WS-CICLO
                 OR ANT-REENVIO NOT EQUAL "S"
                     NEXT SENTENCE
              ELSE
              IF WS-TOTAL-ANT EQUAL 5000
                     DISPLAY "EX23 - TABELA DE REENVIOS CHEIA (5000) "
                             "- ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-ANT
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-ANT
                     MOVE ANT-CODIGO TO WS-ANT-CODIGO (WS-TOTAL-ANT)
                     MOVE ANT-REENVIO-EM TO
                          WS-ANT-REENVIO-EM (WS-TOTAL-ANT)
              END-IF
              END-IF.

       LOCALIZA-REENVIO.
              MOVE "N" TO PAGTO-REENVIO.
              MOVE SPACES TO PAGTO-REENVIO-EM.
              PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                      UNTIL WS-IND-ANT GREATER WS-TOTAL-ANT
                      IF CODIGO-SAI EQUAL WS-ANT-CODIGO (WS-IND-ANT)
                             MOVE "S" TO PAGTO-REENVIO
                             MOVE WS-ANT-REENVIO-EM (WS-IND-ANT)
                                  TO PAGTO-REENVIO-EM
                      END-IF
              END-PERFORM.
              IF PAGTO-REENVIO EQUAL "S"
                     ADD 1 TO WS-CT-REENVIOS-MANTIDOS
              END-IF.

       CARREGA-LIQUIDOS.
              OPEN INPUT CADLIQ.
              PERFORM UNTIL WS-FIM-LIQ EQUAL 1
              MOVE WS-VALOR-PAGTO TO PAGTO-VALOR.
              MOVE RET-SITUACAO TO PAGTO-SITUACAO.
              MOVE RET-MOTIVO TO PAGTO-MOTIVO.
              MOVE WS-CICLO TO PAGTO-CICLO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO PAGTO-RETORNO-EM.
              PERFORM LOCALIZA-REENVIO.
              WRITE REG-STATUS-PAGTO.

       CONTABILIZA-PAGO.
                      WS-CT-SEM-CADLIQ.
              DISPLAY "CONTAS BLOQUEADAS        : "
                      WS-CT-BLOQUEADAS.
              DISPLAY "REENVIOS PRESERVADOS     : "
                      WS-CT-REENVIOS-MANTIDOS.
              IF WS-CT-RECUSADOS GREATER ZEROES
                 OR WS-CT-NAO-ACHADOS GREATER ZEROES
                 OR WS-CT-SITUACAO-INVALIDA GREATER ZEROES
