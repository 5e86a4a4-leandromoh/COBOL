       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENSSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE NOMES DE ARQUIVO DO ENSAIO GERAL DA
      *          CADEIA, CHAMADO COM CALL "ENSSRV" USING A AREA DE
      *          ENSSRV.CPY (NO MESMO MOLDE DE DATSRV E SELSRV). TODO
      *          ANO, QUANDO MUDAM TABTRIB, SALMIN OU A TABELA DE
      *          REAJUSTE, A PRIMEIRA NOITE REAL ERA UM SALTO NO
      *          ESCURO. EX10 PASSA A ACEITAR UM ENSAIO
      *          (PARM-EX10-ENSAIO.DAT) QUE RODA A AGENDA INTEIRA COM
      *          O PREFIXO DE ENSAIO GRAVADO EM PARM-LOTE.DAT; CADA
      *          PASSO PREPARADO PARA O ENSAIO PASSA OS NOMES DOS
      *          SEUS ARQUIVOS POR AQUI E RECEBE DE VOLTA
      *          "<PREFIXO>-<NOME>": AS SAIDAS VAO SEMPRE PARA O NOME
      *          DO ENSAIO; OS ACUMULADOS (LEDGERS, HISTORICOS,
      *          JOBLOG, REJ-COMUM, SEQUENCIAS) SAO COPIADOS DO REAL
      *          NA PRIMEIRA VEZ E DALI EM DIANTE SO A COPIA E
      *          ACRESCIDA; AS ENTRADAS SAO LIDAS DO ENSAIO QUANDO O
      *          ARQUIVO JA FOI GERADO NELE OU COLOCADO PELO OPERADOR
      *          (A TABTRIB NOVA COMO ENS-TABTRIB.DAT, POR EXEMPLO) E,
      *          SENAO, DO REAL, QUE SO E LIDO. OS ARQUIVOS JA
      *          GERADOS OU COPIADOS NO ENSAIO FICAM ANOTADOS EM
      *          "<PREFIXO>-ENSAIO.DAT", QUE EX10 ZERA NO COMECO DE
      *          CADA ENSAIO - UMA COPIA QUE SOBROU DE UM ENSAIO
      *          ANTIGO E REFEITA, NUNCA REAPROVEITADA. CADA TROCA E
      *          MOSTRADA NO CONSOLE. SEM PREFIXO EM PARM-LOTE.DAT
      *          NADA MUDA E O NOME VOLTA COMO VEIO. TERMINA COM
      *          GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-REGISTRO ASSIGN DYNAMIC WS-NOME-REGISTRO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGISTRO.
       SELECT ARQ-ORIGEM ASSIGN DYNAMIC WS-NOME-ORIGEM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ORIGEM.
       SELECT ARQ-DESTINO ASSIGN DYNAMIC WS-NOME-DESTINO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DESTINO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-REGISTRO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REGISTRO.
              02 REGISTRO-NOME  PIC X(40).
              02 REGISTRO-FUNCAO PIC X(01).
              02 REGISTRO-DATA  PIC X(14).

       FD ARQ-ORIGEM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ORIGEM PIC X(300).

       FD ARQ-DESTINO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-DESTINO PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-PREFIXO PIC X(04) VALUE SPACES.
       77 WS-NOME-REGISTRO PIC X(040) VALUE SPACES.
       77 WS-NOME-ORIGEM PIC X(040) VALUE SPACES.
       77 WS-NOME-DESTINO PIC X(040) VALUE SPACES.
       77 WS-NOME-ENSAIO PIC X(045) VALUE SPACES.
       77 WS-STATUS-REGISTRO PIC X(02).
       77 WS-STATUS-ORIGEM PIC X(02).
       77 WS-STATUS-DESTINO PIC X(02).
       77 WS-FIM-REGISTRO PIC 9(01) VALUE 0.
       77 WS-FIM-ORIGEM PIC 9(01) VALUE 0.
       77 WS-REGISTRADO PIC X(03) VALUE "NAO".
       77 WS-TAM-NOME PIC 9(03) VALUE ZEROES.
       77 WS-CT-COPIADOS PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01 ENSSRV-AREA.
              COPY ENSSRV.

       PROCEDURE DIVISION USING ENSSRV-AREA.

       PROGRAMA-ENSSRV.

       MOVE "0" TO ENS-RETORNO.
       PERFORM LE-PARAMETRO-LOTE.
       IF WS-PREFIXO EQUAL SPACES
              MOVE "NAO" TO ENS-ATIVO
              MOVE SPACES TO ENS-PREFIXO
       ELSE
              MOVE "SIM" TO ENS-ATIVO
              MOVE WS-PREFIXO TO ENS-PREFIXO
              IF ENS-FUNCAO NOT EQUAL "C"
                     PERFORM TROCA-NOME
              END-IF
       END-IF.

       GOBACK.

       LE-PARAMETRO-LOTE.
              MOVE SPACES TO WS-PREFIXO.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-ENSAIO TO WS-PREFIXO.
              CLOSE ARQ-LOTE.

       TROCA-NOME.
              MOVE SPACES TO WS-NOME-ENSAIO.
              STRING FUNCTION TRIM (WS-PREFIXO) DELIMITED BY SIZE
                     "-"                        DELIMITED BY SIZE
                     FUNCTION TRIM (ENS-NOME)   DELIMITED BY SIZE
                     INTO WS-NOME-ENSAIO
              END-STRING.
              COMPUTE WS-TAM-NOME = FUNCTION LENGTH
                      (FUNCTION TRIM (WS-NOME-ENSAIO)).
      * NA DUVIDA O PASSO NUNCA RECEBE O NOME REAL DE VOLTA: FUNCAO
      * INVALIDA OU NOME LONGO DEMAIS SAEM COM O NOME DO ENSAIO
      * (CORTADO EM 40), SEM REGISTRO NEM COPIA
              IF ENS-FUNCAO NOT EQUAL "S"
                 AND ENS-FUNCAO NOT EQUAL "A"
                 AND ENS-FUNCAO NOT EQUAL "E"
                     MOVE "1" TO ENS-RETORNO
                     DISPLAY "ENSSRV - FUNCAO INVALIDA: " ENS-FUNCAO
                     MOVE WS-NOME-ENSAIO TO ENS-NOME
              ELSE
              IF WS-TAM-NOME GREATER 40
                     MOVE "2" TO ENS-RETORNO
                     DISPLAY "ENSSRV - NOME DE ENSAIO LONGO DEMAIS "
                             "PARA " FUNCTION TRIM (ENS-NOME)
                     MOVE WS-NOME-ENSAIO TO ENS-NOME
              ELSE
                     PERFORM VERIFICA-REGISTRO
                     IF ENS-FUNCAO EQUAL "S"
                            PERFORM TROCA-SAIDA
                     ELSE
                     IF ENS-FUNCAO EQUAL "A"
                            PERFORM TROCA-ACUMULADO
                     ELSE
                            PERFORM TROCA-ENTRADA
                     END-IF
                     END-IF
              END-IF
              END-IF.

      * SAIDA QUE SOBROU DE UM ENSAIO ANTIGO COMECA VAZIA NA PRIMEIRA
      * VEZ NESTE (UM INDICE VAZIO E RECONSTRUIDO PELO PROPRIO PASSO)
       TROCA-SAIDA.
              IF WS-REGISTRADO EQUAL "NAO"
                     MOVE WS-NOME-ENSAIO TO WS-NOME-DESTINO
                     OPEN OUTPUT ARQ-DESTINO
                     CLOSE ARQ-DESTINO
                     PERFORM GRAVA-REGISTRO
              END-IF.
              MOVE WS-NOME-ENSAIO TO ENS-NOME.

       TROCA-ACUMULADO.
              IF WS-REGISTRADO EQUAL "NAO"
                     PERFORM COPIA-ARQUIVO-REAL
                     PERFORM GRAVA-REGISTRO
              END-IF.
              MOVE WS-NOME-ENSAIO TO ENS-NOME.

       TROCA-ENTRADA.
              IF WS-REGISTRADO EQUAL "SIM"
                     MOVE WS-NOME-ENSAIO TO ENS-NOME
              ELSE
                     MOVE WS-NOME-ENSAIO TO WS-NOME-DESTINO
                     OPEN INPUT ARQ-DESTINO
                     IF WS-STATUS-DESTINO EQUAL "00"
                            CLOSE ARQ-DESTINO
                            DISPLAY "ENSSRV - ENSAIO LE "
                                    FUNCTION TRIM (WS-NOME-ENSAIO)
                                    " NO LUGAR DE "
                                    FUNCTION TRIM (ENS-NOME)
                            MOVE WS-NOME-ENSAIO TO ENS-NOME
                     END-IF
              END-IF.

       VERIFICA-REGISTRO.
              MOVE "NAO" TO WS-REGISTRADO.
              MOVE 0 TO WS-FIM-REGISTRO.
              PERFORM MONTA-NOME-REGISTRO.
              OPEN INPUT ARQ-REGISTRO.
              PERFORM UNTIL WS-FIM-REGISTRO EQUAL 1
                     READ ARQ-REGISTRO
                            AT END MOVE 1 TO WS-FIM-REGISTRO
                            NOT AT END
                            IF REGISTRO-NOME EQUAL ENS-NOME
                                   MOVE "SIM" TO WS-REGISTRADO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-REGISTRO.

       GRAVA-REGISTRO.
              PERFORM MONTA-NOME-REGISTRO.
              OPEN EXTEND ARQ-REGISTRO.
              IF WS-STATUS-REGISTRO NOT EQUAL "00"
                     OPEN OUTPUT ARQ-REGISTRO
              END-IF.
              MOVE ENS-NOME TO REGISTRO-NOME.
              MOVE ENS-FUNCAO TO REGISTRO-FUNCAO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REGISTRO-DATA.
              WRITE REG-REGISTRO.
              CLOSE ARQ-REGISTRO.

       MONTA-NOME-REGISTRO.
              MOVE SPACES TO WS-NOME-REGISTRO.
              STRING FUNCTION TRIM (WS-PREFIXO) DELIMITED BY SIZE
                     "-ENSAIO.DAT"              DELIMITED BY SIZE
                     INTO WS-NOME-REGISTRO
              END-STRING.

       COPIA-ARQUIVO-REAL.
              MOVE ENS-NOME TO WS-NOME-ORIGEM.
              MOVE WS-NOME-ENSAIO TO WS-NOME-DESTINO.
              MOVE ZEROES TO WS-CT-COPIADOS.
              MOVE 0 TO WS-FIM-ORIGEM.
              OPEN INPUT ARQ-ORIGEM.
              IF WS-STATUS-ORIGEM NOT EQUAL "00"
                     DISPLAY "ENSSRV - "
                             FUNCTION TRIM (WS-NOME-ORIGEM)
                             " AUSENTE - ENSAIO COMECA "
                             FUNCTION TRIM (WS-NOME-DESTINO)
                             " VAZIO"
                     OPEN OUTPUT ARQ-DESTINO
                     CLOSE ARQ-DESTINO
              ELSE
                     OPEN OUTPUT ARQ-DESTINO
                     PERFORM UNTIL WS-FIM-ORIGEM EQUAL 1
                            READ ARQ-ORIGEM
                                   AT END MOVE 1 TO WS-FIM-ORIGEM
                                   NOT AT END
                                   MOVE REG-ORIGEM TO REG-DESTINO
                                   WRITE REG-DESTINO
                                   ADD 1 TO WS-CT-COPIADOS
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-ORIGEM ARQ-DESTINO
                     DISPLAY "ENSSRV - "
                             FUNCTION TRIM (WS-NOME-ORIGEM)
                             " COPIADO PARA O ENSAIO EM "
                             FUNCTION TRIM (WS-NOME-DESTINO)
                             " (" WS-CT-COPIADOS " REGISTROS)"
              END-IF.
