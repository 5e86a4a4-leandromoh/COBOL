       IDENTIFICATION DIVISION.

       PROGRAM-ID. LOTSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE CONFERENCIA DOS LOTES DE DIGITACAO
      *          DOS MOVIMENTOS DE MANUTENCAO, CHAMADO COM CALL
      *          "LOTSRV" USING A AREA DE LOTSRV.CPY (NO MESMO MOLDE
      *          DE ALRSRV E CARSRV). OS MOVIMENTOS ERAM DIGITADOS
      *          SEM CONTROLE DE LOTE E UMA FOLHA PERDIDA OU DIGITADA
      *          DUAS VEZES ERA APLICADA SEM NINGUEM SABER. AGORA
      *          CADA LOTE COMECA POR UM CABECALHO (LOTEDIG.CPY) COM
      *          NUMERO, OPERADOR, QUANTIDADE DE DOCUMENTOS E TOTAIS
      *          DE HASH DA CHAVE E DO VALOR. O PROGRAMA DE
      *          MANUTENCAO PASSA O ARQUIVO INTEIRO PELA FUNCAO "R"
      *          ANTES DE APLICAR QUALQUER MOVIMENTO; AQUI SE SOMAM
      *          OS TOTAIS DE CADA LOTE E, AO CHEGAR O PROXIMO
      *          CABECALHO OU A FUNCAO "F", O LOTE E CONFERIDO COM O
      *          SEU CABECALHO. O LOTE QUE NAO BATE E RECUSADO
      *          INTEIRO: VAI PARA LOTES-REJ.DAT (LAYOUT EM
      *          LOTREJ.CPY) COM O MOTIVO E OS TOTAIS INFORMADOS E
      *          CONTADOS, PARA O SUPERVISOR DA DIGITACAO, E PARA A
      *          FILA DE ALERTAS COMO CRITICO. NA SEGUNDA LEITURA A
      *          FUNCAO "P" DIZ SE CADA REGISTRO E APLICADO, E
      *          CABECALHO OU E DE LOTE RECUSADO. NAO HA LOTE SEM
      *          CONFERENCIA: ATE OS MOVIMENTOS GERADOS POR EX115 VEM
      *          COM CABECALHO "*LOTE" E TOTAIS. MOVIMENTOS ANTES DO
      *          PRIMEIRO CABECALHO (A FOLHA DO CABECALHO PERDIDA) SAO
      *          RECUSADOS JUNTOS, COM O MOTIVO "SEM CABECALHO DE LOTE",
      *          EM LOTES-REJ.DAT E NA FILA DE ALERTAS, COMO UM LOTE QUE
      *          NAO BATE. CABEM 500 LOTES POR ARQUIVO; DALI EM DIANTE
      *          OS LOTES SAO RECUSADOS. NO ENSAIO GERAL DE EX10 O NOME
      *          DE LOTES-REJ.DAT PASSA POR ENSSRV COMO ACUMULADO.
      *          TERMINA COM GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-LOTES-REJ ASSIGN DYNAMIC WS-NOME-LOTES-REJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTES-REJ.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTES-REJ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LOTE-REJ.
              COPY LOTREJ.

       WORKING-STORAGE SECTION.
       77 WS-NOME-LOTES-REJ PIC X(040) VALUE SPACES.
       77 WS-STATUS-LOTES-REJ PIC X(02).
       77 WS-EM-LOTE PIC X(03) VALUE "NAO".
       77 WS-QTDE-LOTES PIC 9(05) VALUE ZEROES.
       77 WS-QTDE-RECUSADOS PIC 9(03) VALUE ZEROES.
       77 WS-SEM-CABECALHO PIC 9(05) VALUE ZEROES.
       77 WS-IND-PROC PIC 9(05) VALUE ZEROES.
       77 WS-CONT-QTDE PIC 9(05) VALUE ZEROES.
       77 WS-CONT-CHAVE PIC 9(12) VALUE ZEROES.
       77 WS-CONT-VALOR PIC 9(13)V99 VALUE ZEROES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-QTDE-ED PIC 9(05) VALUE ZEROES.
       77 WS-MAX-LOTES PIC 9(03) VALUE 500.

       01 WS-CAB-LOTE.
              COPY LOTEDIG.

       01 WS-TAB-LOTES.
              02 WS-SITUACAO-LOTE PIC X(01) OCCURS 500 TIMES.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       LINKAGE SECTION.
       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION USING LOTSRV-AREA.

       PROGRAMA-LOTSRV.

       MOVE "0" TO LTS-RETORNO.
       IF LTS-FUNCAO EQUAL "I"
              PERFORM INICIA-CONFERENCIA
       ELSE
       IF LTS-FUNCAO EQUAL "R"
              PERFORM SOMA-REGISTRO
       ELSE
       IF LTS-FUNCAO EQUAL "F"
              PERFORM FIM-CONFERENCIA
       ELSE
       IF LTS-FUNCAO EQUAL "P"
              PERFORM FILTRA-REGISTRO
       ELSE
              DISPLAY "LOTSRV - FUNCAO INVALIDA '" LTS-FUNCAO
                      "' DE " LTS-PROGRAMA
              MOVE "9" TO LTS-RETORNO
       END-IF
       END-IF
       END-IF
       END-IF.

       GOBACK.

       INICIA-CONFERENCIA.
              MOVE "NAO" TO WS-EM-LOTE.
              MOVE ZEROES TO WS-QTDE-LOTES WS-QTDE-RECUSADOS
                             WS-SEM-CABECALHO WS-IND-PROC
                             LTS-QTDE-LOTES LTS-QTDE-RECUSADOS
                             LTS-SEM-CABECALHO.
              MOVE ZEROES TO WS-CONT-QTDE WS-CONT-CHAVE
                             WS-CONT-VALOR.
              MOVE SPACES TO WS-TAB-LOTES.

      *    ATE O PRIMEIRO CABECALHO OS TOTAIS SAO OS DOS
      *    MOVIMENTOS SEM CABECALHO, RECUSADOS AO CHEGAR O PRIMEIRO
      *    CABECALHO OU O FIM DO ARQUIVO.
       SOMA-REGISTRO.
              IF LTS-REGISTRO (1:5) EQUAL "*LOTE"
                     IF WS-EM-LOTE EQUAL "SIM"
                            PERFORM FECHA-LOTE
                     ELSE
                     IF WS-SEM-CABECALHO GREATER ZEROES
                            PERFORM RECUSA-SEM-CABECALHO
                     END-IF
                     END-IF
                     MOVE LTS-REGISTRO TO WS-CAB-LOTE
                     ADD 1 TO WS-QTDE-LOTES
                     MOVE ZEROES TO WS-CONT-QTDE WS-CONT-CHAVE
                                    WS-CONT-VALOR
                     MOVE "SIM" TO WS-EM-LOTE
              ELSE
                     IF WS-EM-LOTE EQUAL "NAO"
                            ADD 1 TO WS-SEM-CABECALHO
                     END-IF
                     ADD 1 TO WS-CONT-QTDE
                     ADD LTS-CHAVE TO WS-CONT-CHAVE
                     ADD LTS-VALOR TO WS-CONT-VALOR
              END-IF.

       FIM-CONFERENCIA.
              IF WS-EM-LOTE EQUAL "SIM"
                     PERFORM FECHA-LOTE
              ELSE
              IF WS-SEM-CABECALHO GREATER ZEROES
                     PERFORM RECUSA-SEM-CABECALHO
              END-IF
              END-IF.
              IF WS-QTDE-LOTES GREATER 999
                     MOVE 999 TO LTS-QTDE-LOTES
              ELSE
                     MOVE WS-QTDE-LOTES TO LTS-QTDE-LOTES
              END-IF.
              MOVE WS-QTDE-RECUSADOS TO LTS-QTDE-RECUSADOS.
              MOVE WS-SEM-CABECALHO TO LTS-SEM-CABECALHO.
              IF WS-QTDE-RECUSADOS GREATER ZEROES
                     MOVE "8" TO LTS-RETORNO
              END-IF.
              MOVE ZEROES TO WS-IND-PROC.

       FILTRA-REGISTRO.
              IF LTS-REGISTRO (1:5) EQUAL "*LOTE"
                     ADD 1 TO WS-IND-PROC
                     MOVE "1" TO LTS-RETORNO
              ELSE
              IF WS-IND-PROC EQUAL ZEROES
                     MOVE "2" TO LTS-RETORNO
              ELSE
              IF WS-IND-PROC GREATER WS-MAX-LOTES
                     MOVE "2" TO LTS-RETORNO
              ELSE
              IF WS-SITUACAO-LOTE (WS-IND-PROC) EQUAL "N"
                     MOVE "2" TO LTS-RETORNO
              ELSE
                     MOVE "0" TO LTS-RETORNO
              END-IF
              END-IF
              END-IF
              END-IF.

       FECHA-LOTE.
              MOVE "NAO" TO WS-EM-LOTE.
              MOVE SPACES TO WS-MOTIVO.
              IF WS-QTDE-LOTES GREATER WS-MAX-LOTES
                     MOVE "LIMITE DE LOTES EXCEDIDO" TO WS-MOTIVO
              ELSE
              IF LTD-NUMERO NOT NUMERIC
                 OR LTD-QTDE-DOCS NOT NUMERIC
                 OR LTD-HASH-CHAVE NOT NUMERIC
                 OR LTD-HASH-VALOR NOT NUMERIC
                     MOVE "CABECALHO INVALIDO" TO WS-MOTIVO
              ELSE
              IF LTD-QTDE-DOCS NOT EQUAL WS-CONT-QTDE
                     MOVE "QTDE DOCUMENTOS DIVERGENTE" TO WS-MOTIVO
              ELSE
              IF LTD-HASH-CHAVE NOT EQUAL WS-CONT-CHAVE
                     MOVE "HASH DA CHAVE DIVERGENTE" TO WS-MOTIVO
              ELSE
              IF LTD-HASH-VALOR NOT EQUAL WS-CONT-VALOR
                     MOVE "HASH DO VALOR DIVERGENTE" TO WS-MOTIVO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.
              IF WS-MOTIVO EQUAL SPACES
                     MOVE "S" TO WS-SITUACAO-LOTE (WS-QTDE-LOTES)
                     DISPLAY LTS-PROGRAMA " - LOTE " LTD-NUMERO
                             " DE " LTS-ARQUIVO " (" LTD-OPERADOR
                             ") CONFERIDO - " WS-CONT-QTDE
                             " DOCUMENTO(S)"
              ELSE
                     IF WS-QTDE-LOTES NOT GREATER WS-MAX-LOTES
                            MOVE "N" TO
                                 WS-SITUACAO-LOTE (WS-QTDE-LOTES)
                     END-IF
                     ADD 1 TO WS-QTDE-RECUSADOS
                     PERFORM GRAVA-LOTE-REJ
                     PERFORM ALERTA-LOTE-REJ
              END-IF.

      *    OS MOVIMENTOS SEM CABECALHO SAO GRAVADOS COMO UM LOTE DE
      *    NUMERO ZERO, SEM OPERADOR E SEM TOTAIS INFORMADOS.
       RECUSA-SEM-CABECALHO.
              MOVE SPACES TO WS-CAB-LOTE.
              MOVE ZEROES TO LTD-NUMERO LTD-QTDE-DOCS LTD-HASH-CHAVE
                             LTD-HASH-VALOR.
              MOVE "SEM CABECALHO DE LOTE" TO WS-MOTIVO.
              ADD 1 TO WS-QTDE-RECUSADOS.
              PERFORM GRAVA-LOTE-REJ.
              PERFORM ALERTA-LOTE-REJ.

       GRAVA-LOTE-REJ.
              MOVE "A" TO ENS-FUNCAO.
              MOVE "LOTES-REJ.DAT" TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-LOTES-REJ.
              OPEN EXTEND ARQ-LOTES-REJ.
              IF WS-STATUS-LOTES-REJ NOT EQUAL "00"
                     OPEN OUTPUT ARQ-LOTES-REJ
              END-IF.
              MOVE LTS-PROGRAMA TO LRJ-PROGRAMA.
              MOVE LTS-ARQUIVO TO LRJ-ARQUIVO.
              MOVE LTD-OPERADOR TO LRJ-OPERADOR.
              MOVE WS-MOTIVO TO LRJ-MOTIVO.
              IF LTD-NUMERO NUMERIC
                     MOVE LTD-NUMERO TO LRJ-NUMERO
              ELSE
                     MOVE ZEROES TO LRJ-NUMERO
              END-IF.
              IF LTD-QTDE-DOCS NUMERIC
                     MOVE LTD-QTDE-DOCS TO LRJ-QTDE-INF
              ELSE
                     MOVE ZEROES TO LRJ-QTDE-INF
              END-IF.
              IF LTD-HASH-CHAVE NUMERIC
                     MOVE LTD-HASH-CHAVE TO LRJ-HASH-CHAVE-INF
              ELSE
                     MOVE ZEROES TO LRJ-HASH-CHAVE-INF
              END-IF.
              IF LTD-HASH-VALOR NUMERIC
                     MOVE LTD-HASH-VALOR TO LRJ-HASH-VALOR-INF
              ELSE
                     MOVE ZEROES TO LRJ-HASH-VALOR-INF
              END-IF.
              MOVE WS-CONT-QTDE TO LRJ-QTDE-CONT.
              MOVE WS-CONT-CHAVE TO LRJ-HASH-CHAVE-CONT.
              MOVE WS-CONT-VALOR TO LRJ-HASH-VALOR-CONT.
              MOVE FUNCTION CURRENT-DATE (1:14) TO LRJ-DATA-HORA.
              WRITE REG-LOTE-REJ.
              CLOSE ARQ-LOTES-REJ.
              DISPLAY LTS-PROGRAMA " - LOTE " LRJ-NUMERO " DE "
                      LTS-ARQUIVO " (" LTD-OPERADOR ") RECUSADO - "
                      WS-MOTIVO.

       ALERTA-LOTE-REJ.
              MOVE LTS-PROGRAMA TO ALS-PROGRAMA.
              MOVE "C" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-FILIAL ALS-MENSAGEM.
              IF LTD-MARCA EQUAL SPACES
                     MOVE WS-CONT-QTDE TO WS-QTDE-ED
                     STRING WS-QTDE-ED DELIMITED BY SIZE
                            " MOVIMENTO(S) SEM CABECALHO DE LOTE "
                                   DELIMITED BY SIZE
                            "RECUSADO(S)" DELIMITED BY SIZE
                            INTO ALS-MENSAGEM
              ELSE
                     STRING "LOTE DIGITACAO " DELIMITED BY SIZE
                            LRJ-NUMERO DELIMITED BY SIZE
                            " RECUSADO: " DELIMITED BY SIZE
                            WS-MOTIVO DELIMITED BY "  "
                            INTO ALS-MENSAGEM
              END-IF.
              CALL "ALRSRV" USING ALRSRV-AREA.
