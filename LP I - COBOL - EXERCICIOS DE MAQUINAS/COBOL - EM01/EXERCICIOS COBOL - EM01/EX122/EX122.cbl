       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX122.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ESCALACAO DA FILA CENTRAL DE ALERTAS ALERTAS.DAT
      *          (LAYOUT EM ALERTA.CPY, GRAVADA PELOS PASSOS VIA
      *          SUBPROGRAMA ALRSRV). ALERTA CRITICO QUE CONTINUA SEM
      *          RECONHECIMENTO NO CONSOLE EX29 ALEM DO PRAZO EM
      *          MINUTOS DE PARM-EX122.DAT (OPCIONAL - SEM ELE, 60
      *          MINUTOS) E LEVANTADO DE NOVO: PASSA A STATUS "E"
      *          (ESCALADO), SOMA UMA ESCALACAO, GUARDA A DATA/HORA
      *          DELA E E MOSTRADO NO CONSOLE COM A MENSAGEM ORIGINAL.
      *          O PRAZO DE UM ALERTA JA ESCALADO CONTA DA ULTIMA
      *          ESCALACAO, PARA ELE VOLTAR A CADA PRAZO VENCIDO E NAO
      *          A CADA EXECUCAO. AVISOS ("A") NAO SAO ESCALADOS. A
      *          FILA E REGRAVADA VIA EX122-TRAB.DAT (NO MOLDE DO LOG
      *          DE ENTREGA DE EX120) SO QUANDO ALGUM ALERTA E
      *          ESCALADO. EX38 IMPRIME OS ESCALADOS NO ALTO DO
      *          DIGEST; NA AGENDA PADRAO DE EX10 ESTE PASSO RODA
      *          LOGO ANTES DELE. ALERTA ESCALADO NAO MUDA O
      *          RETURN-CODE - UM ALERTA ANTIGO NAO PODE FAZER TODA
      *          NOITE SEGUINTE PARECER FALHA DA CADEIA. TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-ALERTAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-TRAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX122.DAT".

       01 REG-PARM.
              02 PARM-PRAZO-MINUTOS PIC 9(04).

       FD ARQ-ALERTAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "ALERTAS.DAT".

       01 REG-ALERTA.
              COPY ALERTA.

       FD ARQ-TRAB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX122-TRAB.DAT".

       01 REG-TRAB PIC X(135).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(01) VALUE 0.
       77 WS-PRAZO-MINUTOS PIC 9(04) VALUE 60.
       77 WS-AGORA PIC X(14) VALUE SPACES.
       77 WS-REFERENCIA PIC X(14) VALUE SPACES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-SEG-AGORA PIC S9(12) VALUE ZEROES.
       77 WS-SEG-REFERENCIA PIC S9(12) VALUE ZEROES.
       77 WS-MINUTOS PIC S9(09) VALUE ZEROES.
       77 WS-MINUTOS-ED PIC ZZZZZZZZ9.
       77 WS-CT-ALERTAS PIC 9(07) VALUE ZEROES.
       77 WS-CT-CRITICOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-ESCALADOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-DENTRO-PRAZO PIC 9(07) VALUE ZEROES.
       77 WS-CT-DATA-INVALIDA PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.

       PROGRAMA122.

       PERFORM LE-PARAMETRO.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AGORA.
       MOVE WS-AGORA TO WS-REFERENCIA.
       PERFORM CALCULA-SEGUNDOS.
       MOVE WS-SEG-REFERENCIA TO WS-SEG-AGORA.
       PERFORM PERCORRE-ALERTAS.
       IF WS-CT-ESCALADOS GREATER ZEROES
              PERFORM DEVOLVE-ALERTAS
       ELSE
              OPEN OUTPUT ARQ-TRAB
              CLOSE ARQ-TRAB
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       LE-PARAMETRO.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PARM-PRAZO-MINUTOS NUMERIC
                        AND PARM-PRAZO-MINUTOS GREATER ZEROES
                            MOVE PARM-PRAZO-MINUTOS
                                 TO WS-PRAZO-MINUTOS
                     ELSE
                            DISPLAY "EX122 - PRAZO INVALIDO EM "
                                    "PARM-EX122.DAT - USANDO "
                                    WS-PRAZO-MINUTOS " MINUTOS"
                     END-IF.
              CLOSE ARQ-PARM.
              DISPLAY "EX122 - PRAZO DE RECONHECIMENTO DOS ALERTAS "
                      "CRITICOS: " WS-PRAZO-MINUTOS " MINUTOS".

       PERCORRE-ALERTAS.
              OPEN INPUT ARQ-ALERTAS.
              OPEN OUTPUT ARQ-TRAB.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-ALERTAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM CONFERE-ALERTA
                            WRITE REG-TRAB FROM REG-ALERTA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ALERTAS ARQ-TRAB.

       CONFERE-ALERTA.
              ADD 1 TO WS-CT-ALERTAS.
              IF ALR-SEVERIDADE EQUAL "C"
                 AND (ALR-STATUS EQUAL "P" OR ALR-STATUS EQUAL "E")
                     ADD 1 TO WS-CT-CRITICOS
                     IF ALR-STATUS EQUAL "E"
                            MOVE ALR-DATA-ESCALACAO TO WS-REFERENCIA
                     ELSE
                            MOVE ALR-DATA-HORA TO WS-REFERENCIA
                     END-IF
                     IF WS-REFERENCIA NOT NUMERIC
                            ADD 1 TO WS-CT-DATA-INVALIDA
                            DISPLAY "EX122 - ALERTA " ALR-SEQUENCIA
                                    " COM DATA/HORA INVALIDA - NAO "
                                    "CONFERIDO"
                     ELSE
                            PERFORM CALCULA-SEGUNDOS
                            COMPUTE WS-MINUTOS = (WS-SEG-AGORA
                                    - WS-SEG-REFERENCIA) / 60
                            IF WS-MINUTOS GREATER WS-PRAZO-MINUTOS
                                   PERFORM ESCALA-ALERTA
                            ELSE
                                   ADD 1 TO WS-CT-DENTRO-PRAZO
                            END-IF
                     END-IF
              END-IF.

       CALCULA-SEGUNDOS.
              MOVE WS-REFERENCIA (1:8) TO WS-DATA-AUX.
              COMPUTE WS-SEG-REFERENCIA =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) * 86400
                      + FUNCTION NUMVAL (WS-REFERENCIA (9:2)) * 3600
                      + FUNCTION NUMVAL (WS-REFERENCIA (11:2)) * 60
                      + FUNCTION NUMVAL (WS-REFERENCIA (13:2)).

       ESCALA-ALERTA.
              MOVE "E" TO ALR-STATUS.
              IF ALR-ESCALACOES NOT NUMERIC
                     MOVE ZEROES TO ALR-ESCALACOES
              END-IF.
              IF ALR-ESCALACOES LESS 99
                     ADD 1 TO ALR-ESCALACOES
              END-IF.
              MOVE WS-AGORA TO ALR-DATA-ESCALACAO.
              ADD 1 TO WS-CT-ESCALADOS.
              MOVE WS-MINUTOS TO WS-MINUTOS-ED.
              DISPLAY "EX122 - *** ALERTA CRITICO " ALR-SEQUENCIA
                      " DE " ALR-PROGRAMA " FILIAL " ALR-FILIAL
                      " SEM RECONHECIMENTO HA "
                      FUNCTION TRIM (WS-MINUTOS-ED)
                      " MIN - ESCALACAO " ALR-ESCALACOES " ***".
              DISPLAY "EX122 -     " ALR-MENSAGEM.

       DEVOLVE-ALERTAS.
              OPEN INPUT ARQ-TRAB.
              OPEN OUTPUT ARQ-ALERTAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-TRAB
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            WRITE REG-ALERTA FROM REG-TRAB
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TRAB ARQ-ALERTAS.
              OPEN OUTPUT ARQ-TRAB.
              CLOSE ARQ-TRAB.

       RESUMO-FINAL.
              DISPLAY "EX122 - ALERTAS NA FILA            : "
                      WS-CT-ALERTAS.
              DISPLAY "EX122 - CRITICOS SEM RECONHECIMENTO: "
                      WS-CT-CRITICOS.
              DISPLAY "EX122 - ESCALADOS NESTA EXECUCAO   : "
                      WS-CT-ESCALADOS.
              DISPLAY "EX122 - AINDA DENTRO DO PRAZO      : "
                      WS-CT-DENTRO-PRAZO.
              IF WS-CT-DATA-INVALIDA GREATER ZEROES
                     DISPLAY "EX122 - COM DATA/HORA INVALIDA     : "
                             WS-CT-DATA-INVALIDA
              END-IF.
