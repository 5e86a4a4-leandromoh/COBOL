      *          LINHA DE STATUS GERAL DA NOITE. SAI EM
      *          EX38-DIGEST.DAT - UMA PAGINA NA MESA DA OPERACAO AS
      *          07:00. TERMINA COM GOBACK.
      *          O DIGEST TRAZ TAMBEM, POR TRILHA DE AUDITORIA, O
      *          VEREDITO DA VERIFICACAO DOS SELOS FEITA POR EX116
      *          (EX116-RESULT.DAT) COM A LINHA E O MOTIVO DA PRIMEIRA
      *          VIOLACAO; TRILHA VIOLADA PASSA NA FRENTE DE TUDO NO
      *          STATUS DA NOITE, COM RETURN-CODE 4.
      *          LISTA TAMBEM OS PACOTES DE DISTRIBUICAO DE EX120
      *          (EX120-ENTREGAS.DAT) AINDA SEM RECIBO DA FILIAL COM
      *          O PRAZO EM DIAS UTEIS VENCIDO; HAVENDO ALGUM, O
      *          STATUS DA NOITE AVISA, SEM MUDAR O RETURN-CODE.
      *          NO ALTO DO DIGEST, ANTES DE TUDO, SAEM OS ALERTAS
      *          CRITICOS DA FILA CENTRAL ALERTAS.DAT ESCALADOS POR
      *          EX122 (STATUS "E" - AINDA SEM RECONHECIMENTO NO
      *          CONSOLE EX29), COM A MENSAGEM E QUANTAS VEZES JA
      *          FORAM ESCALADOS; HAVENDO ALGUM, O STATUS DA NOITE
      *          AVISA, SEM MUDAR O RETURN-CODE.

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-RESULT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TRILHAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL REJ-COMUM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-ENTREGAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-ALERTAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              02 RESULT-PASSO     PIC X(04).
              02 RESULT-VEREDITO  PIC X(10).

       FD ARQ-TRILHAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX116-RESULT.DAT".

       01 REG-TRILHAS.
              02 TRL-ARQUIVO      PIC X(30).
              02 TRL-VEREDITO     PIC X(10).
              02 TRL-REGISTRO     PIC 9(09).
              02 TRL-MOTIVO       PIC X(20).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".
       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD ARQ-ENTREGAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX120-ENTREGAS.DAT".

       01 REG-ENTREGA.
              COPY ENTREGA.

       FD ARQ-ALERTAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "ALERTAS.DAT".

       01 REG-ALERTA.
              COPY ALERTA.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX38-DIGEST.DAT".
       77 WS-TOTAL-REJ-PROG PIC 9(03) VALUE ZEROES.
       77 WS-CT-DIVERGENTES PIC 9(02) VALUE ZEROES.
       77 WS-CT-VEREDITOS PIC 9(02) VALUE ZEROES.
       77 WS-CT-TRILHAS PIC 9(02) VALUE ZEROES.
       77 WS-CT-TRILHAS-VIOLADAS PIC 9(02) VALUE ZEROES.
       77 WS-CT-REJ-ABERTAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-RECIBO PIC 9(03) VALUE ZEROES.
       77 WS-CT-ESCALADOS PIC 9(05) VALUE ZEROES.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-ELAPSED PIC S9(09) VALUE ZEROES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-SEG-INICIO PIC S9(12) VALUE ZEROES.
          02 VEREDITO-VER  PIC X(10).
          02 FILLER        PIC X(39) VALUE SPACES.

       01 LINHA-TRILHA.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(07) VALUE "TRILHA ".
          02 ARQUIVO-TRL   PIC X(28).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 VEREDITO-TRL  PIC X(08).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 REGISTRO-TRL  PIC ZZZZZZZZ9 BLANK WHEN ZERO.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MOTIVO-TRL    PIC X(20).
          02 FILLER        PIC X(04) VALUE SPACES.

       01 LINHA-REJ.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(28)
          02 QTDE-REJ      PIC ZZZZ9.
          02 FILLER        PIC X(38) VALUE SPACES.

       01 LINHA-ENTREGA.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(27)
             VALUE "PACOTE SEM RECIBO - FILIAL ".
          02 FILIAL-ENT    PIC X(04).
          02 FILLER        PIC X(05) VALUE " DIA ".
          02 DIA-ENT       PIC 9(08).
          02 FILLER        PIC X(07) VALUE " PRAZO ".
          02 PRAZO-ENT     PIC 9(08).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DESTINO-ENT   PIC X(19).

       01 LINHA-TITULO-ALERTAS.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(37)
             VALUE "*** ALERTAS CRITICOS ESCALADOS - SEM ".
          02 FILLER        PIC X(42)
             VALUE "RECONHECIMENTO NO CONSOLE EX29 ***".

       01 LINHA-ALERTA-1.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SEQ-ALR       PIC 9(07).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 PROGRAMA-ALR  PIC X(08).
          02 FILLER        PIC X(08) VALUE " FILIAL ".
          02 FILIAL-ALR    PIC X(04).
          02 FILLER        PIC X(04) VALUE " EM ".
          02 DATA-HORA-ALR PIC X(14).
          02 FILLER        PIC X(10) VALUE " ESCALADO ".
          02 ESCALACOES-ALR PIC Z9.
          02 FILLER        PIC X(08) VALUE " VEZ(ES)".
          02 FILLER        PIC X(13) VALUE SPACES.

       01 LINHA-ALERTA-2.
          02 FILLER        PIC X(09) VALUE SPACES.
          02 MENSAGEM-ALR  PIC X(60).
          02 FILLER        PIC X(11) VALUE SPACES.

       01 LINHA-STATUS.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(26)
       PERFORM CARREGA-REJEICOES.
       OPEN OUTPUT RELAT.
       PERFORM CABECALHO-SAIDA.
       PERFORM IMPRIME-ALERTAS.
       PERFORM IMPRIME-JOBLOG
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-TOTAL-PROGRAMAS.
       PERFORM IMPRIME-VEREDITOS.
       PERFORM IMPRIME-TRILHAS.
       PERFORM IMPRIME-ENTREGAS.
       PERFORM IMPRIME-REJEICOES
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-TOTAL-REJ-PROG.
                     ADD 1 TO CT-LIN
              END-IF.

       IMPRIME-TRILHAS.
              OPEN INPUT ARQ-TRILHAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-TRILHAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM IMPRIME-UMA-TRILHA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TRILHAS.
              IF WS-CT-TRILHAS EQUAL ZEROES
                     MOVE "SELOS NAO VERIFICADOS" TO ARQUIVO-TRL
                     MOVE "AUSENTE" TO VEREDITO-TRL
                     MOVE ZEROES TO REGISTRO-TRL
                     MOVE SPACES TO MOTIVO-TRL
                     WRITE REG-REL FROM LINHA-TRILHA
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              END-IF.

       IMPRIME-UMA-TRILHA.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              ADD 1 TO WS-CT-TRILHAS.
              IF TRL-VEREDITO EQUAL "VIOLADA"
                     ADD 1 TO WS-CT-TRILHAS-VIOLADAS
              END-IF.
              MOVE TRL-ARQUIVO TO ARQUIVO-TRL.
              MOVE TRL-VEREDITO TO VEREDITO-TRL.
              MOVE TRL-REGISTRO TO REGISTRO-TRL.
              MOVE TRL-MOTIVO TO MOTIVO-TRL.
              IF WS-CT-TRILHAS EQUAL 1
                     WRITE REG-REL FROM LINHA-TRILHA
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              ELSE
                     WRITE REG-REL FROM LINHA-TRILHA
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.

       IMPRIME-ENTREGAS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
              OPEN INPUT ARQ-ENTREGAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-ENTREGAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF ENT-STATUS EQUAL "P"
                               AND ENT-PRAZO LESS WS-HOJE
                                   PERFORM IMPRIME-UMA-ENTREGA
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ENTREGAS.

       IMPRIME-UMA-ENTREGA.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              ADD 1 TO WS-CT-SEM-RECIBO.
              MOVE ENT-FILIAL TO FILIAL-ENT.
              MOVE ENT-DATA TO DIA-ENT.
              MOVE ENT-PRAZO TO PRAZO-ENT.
              MOVE ENT-DESTINATARIO TO DESTINO-ENT.
              IF WS-CT-SEM-RECIBO EQUAL 1
                     WRITE REG-REL FROM LINHA-ENTREGA
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              ELSE
                     WRITE REG-REL FROM LINHA-ENTREGA
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.

      * OS ESCALADOS ABREM O DIGEST; DEPOIS DELES O CABECALHO DAS
      * COLUNAS DO JOBLOG E REPETIDO
       IMPRIME-ALERTAS.
              OPEN INPUT ARQ-ALERTAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-ALERTAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF ALR-STATUS EQUAL "E"
                                   PERFORM IMPRIME-UM-ALERTA
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ALERTAS.
              IF WS-CT-ESCALADOS GREATER ZEROES
                     WRITE REG-REL FROM CAB-03
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              END-IF.

       IMPRIME-UM-ALERTA.
              IF CT-LIN GREATER THAN 23
                     PERFORM CABECALHO-SAIDA
              END-IF.
              ADD 1 TO WS-CT-ESCALADOS.
              IF WS-CT-ESCALADOS EQUAL 1
                     WRITE REG-REL FROM LINHA-TITULO-ALERTAS
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              END-IF.
              MOVE ALR-SEQUENCIA TO SEQ-ALR.
              MOVE ALR-PROGRAMA TO PROGRAMA-ALR.
              MOVE ALR-FILIAL TO FILIAL-ALR.
              MOVE ALR-DATA-HORA TO DATA-HORA-ALR.
              MOVE ALR-ESCALACOES TO ESCALACOES-ALR.
              MOVE ALR-MENSAGEM TO MENSAGEM-ALR.
              WRITE REG-REL FROM LINHA-ALERTA-1
                    AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM LINHA-ALERTA-2
                    AFTER ADVANCING 1 LINE.
              ADD 2 TO CT-LIN.

       IMPRIME-REJEICOES.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.

       IMPRIME-STATUS-GERAL.
              IF WS-CT-TRILHAS-VIOLADAS GREATER ZEROES
                     MOVE "TRILHA DE AUDITORIA VIOLADA" TO STATUS-GERAL
                     MOVE 4 TO RETURN-CODE
              ELSE
              IF WS-CT-DIVERGENTES GREATER ZEROES
                     MOVE "DIVERGENCIAS - INVESTIGAR" TO STATUS-GERAL
                     MOVE 4 TO RETURN-CODE
              ELSE
              IF WS-CT-ESCALADOS GREATER ZEROES
                     MOVE "ALERTA CRITICO SEM RECONHECER" TO
                          STATUS-GERAL
              ELSE
              IF WS-CT-VEREDITOS EQUAL ZEROES
                     MOVE "SEM CONFERENCIA DE EX16" TO STATUS-GERAL
              ELSE
              IF WS-CT-SEM-RECIBO GREATER ZEROES
                     MOVE "PACOTE SEM RECIBO NO PRAZO" TO STATUS-GERAL
              ELSE
                     MOVE "NOITE OK" TO STATUS-GERAL
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.
              WRITE REG-REL FROM LINHA-STATUS
                    AFTER ADVANCING 2 LINES.
