       IDENTIFICATION DIVISION.

       PROGRAM-ID. ALRSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DA FILA CENTRAL DE ALERTAS, CHAMADO COM
      *          CALL "ALRSRV" USING A AREA DE ALRSRV.CPY (NO MESMO
      *          MOLDE DE DATSRV, SELSRV E ENSSRV). OS AVISOS DA
      *          CADEIA - PORTAO DE QUALIDADE, PASSO PULADO PELA
      *          JANELA, MATRICULA RETIDA, LOTE CONTABIL QUE NAO
      *          BALANCEIA, REAJUSTE FORA DA FAIXA DO CARGO - SO
      *          APARECIAM NO CONSOLE E SE PERDIAM QUANDO NINGUEM
      *          ESTAVA OLHANDO A TELA DE MADRUGADA. CADA PASSO
      *          CONTINUA MOSTRANDO O SEU AVISO E PASSA A CHAMAR ESTE
      *          SUBPROGRAMA, QUE ACRESCENTA O ALERTA EM ALERTAS.DAT
      *          (LAYOUT EM ALERTA.CPY) COM A PROXIMA SEQUENCIA DA
      *          FILA, A DATA/HORA E STATUS "P" (PENDENTE). FILIAL EM
      *          BRANCO E TROCADA PELA FILIAL DO LOTE EM
      *          PARM-LOTE.DAT. O OPERADOR LISTA E RECONHECE OS
      *          ALERTAS NO CONSOLE EX29 (OPCAO 8) E EX122 ESCALA OS
      *          CRITICOS NAO RECONHECIDOS, QUE EX38 IMPRIME NO ALTO
      *          DO DIGEST. NO ENSAIO GERAL DE EX10 O NOME PASSA POR
      *          ENSSRV COMO ACUMULADO: OS ALERTAS DO ENSAIO VAO PARA
      *          A COPIA DELE E A FILA REAL NAO RECEBE NADA. TERMINA
      *          COM GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-ALERTAS ASSIGN DYNAMIC WS-NOME-ALERTAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALERTAS.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-ALERTAS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ALERTA.
              COPY ALERTA.

       WORKING-STORAGE SECTION.
       77 WS-NOME-ALERTAS PIC X(040) VALUE SPACES.
       77 WS-STATUS-ALERTAS PIC X(02).
       77 WS-FIM-ALERTAS PIC 9(01) VALUE 0.
       77 WS-ULTIMA-SEQUENCIA PIC 9(07) VALUE ZEROES.
       77 WS-FILIAL-LOTE PIC X(04) VALUE SPACES.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       LINKAGE SECTION.
       01 ALRSRV-AREA.
              COPY ALRSRV.

       PROCEDURE DIVISION USING ALRSRV-AREA.

       PROGRAMA-ALRSRV.

       MOVE "0" TO ALS-RETORNO.
       IF ALS-SEVERIDADE NOT EQUAL "C"
          AND ALS-SEVERIDADE NOT EQUAL "A"
              DISPLAY "ALRSRV - SEVERIDADE INVALIDA '" ALS-SEVERIDADE
                      "' DE " ALS-PROGRAMA " - ALERTA GRAVADO COMO "
                      "CRITICO"
              MOVE "1" TO ALS-RETORNO
       END-IF.
       PERFORM MONTA-NOME-ALERTAS.
       PERFORM OBTEM-ULTIMA-SEQUENCIA.
       PERFORM GRAVA-ALERTA.

       GOBACK.

       MONTA-NOME-ALERTAS.
              MOVE "A" TO ENS-FUNCAO.
              MOVE "ALERTAS.DAT" TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-ALERTAS.

       OBTEM-ULTIMA-SEQUENCIA.
              MOVE ZEROES TO WS-ULTIMA-SEQUENCIA.
              MOVE 0 TO WS-FIM-ALERTAS.
              OPEN INPUT ARQ-ALERTAS.
              IF WS-STATUS-ALERTAS EQUAL "00"
                     PERFORM UNTIL WS-FIM-ALERTAS EQUAL 1
                            READ ARQ-ALERTAS
                                   AT END MOVE 1 TO WS-FIM-ALERTAS
                                   NOT AT END
                                   IF ALR-SEQUENCIA NUMERIC
                                      AND ALR-SEQUENCIA GREATER
                                          WS-ULTIMA-SEQUENCIA
                                          MOVE ALR-SEQUENCIA TO
                                               WS-ULTIMA-SEQUENCIA
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-ALERTAS
              END-IF.

       LE-FILIAL-LOTE.
              MOVE SPACES TO WS-FILIAL-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-FILIAL-LOTE.
              CLOSE ARQ-LOTE.

       GRAVA-ALERTA.
              IF ALS-FILIAL EQUAL SPACES
                     PERFORM LE-FILIAL-LOTE
              ELSE
                     MOVE ALS-FILIAL TO WS-FILIAL-LOTE
              END-IF.
              OPEN EXTEND ARQ-ALERTAS.
              IF WS-STATUS-ALERTAS NOT EQUAL "00"
                     OPEN OUTPUT ARQ-ALERTAS
              END-IF.
              ADD 1 TO WS-ULTIMA-SEQUENCIA.
              MOVE WS-ULTIMA-SEQUENCIA TO ALR-SEQUENCIA ALS-SEQUENCIA.
              MOVE ALS-PROGRAMA TO ALR-PROGRAMA.
              IF ALS-RETORNO EQUAL "1"
                     MOVE "C" TO ALR-SEVERIDADE
              ELSE
                     MOVE ALS-SEVERIDADE TO ALR-SEVERIDADE
              END-IF.
              MOVE WS-FILIAL-LOTE TO ALR-FILIAL.
              MOVE ALS-MENSAGEM TO ALR-MENSAGEM.
              MOVE FUNCTION CURRENT-DATE (1:14) TO ALR-DATA-HORA.
              MOVE "P" TO ALR-STATUS.
              MOVE SPACES TO ALR-OPERADOR ALR-DATA-RECONHEC
                             ALR-DATA-ESCALACAO.
              MOVE ZEROES TO ALR-ESCALACOES.
              WRITE REG-ALERTA.
              CLOSE ARQ-ALERTAS.
