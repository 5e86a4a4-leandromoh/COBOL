      *          NOS MESTRES - JA HOUVE CICLO COM UPDATE DE OPERADOR
      *          ENTRE O READ E O REWRITE DA NOITE. TRAVA QUE SOBROU
      *          DE UM ABEND E SOBREPOSTA COM AVISO.
      *          NA AGENDA PADRAO, A VERIFICACAO DOS SELOS DAS
      *          TRILHAS DE AUDITORIA (EX116) RODA LOGO ANTES DO
      *          DIGEST EX38, COM POLITICA "C", PARA O VEREDITO SAIR
      *          NO DIGEST DA MANHA.
      *          PARM-EX10-ENSAIO.DAT (OPCIONAL) PEDE UM ENSAIO GERAL
      *          DA CADEIA: PREFIXO (4 POSICOES) E A DATA DO DIA EM
      *          QUE O ENSAIO VALE - DE OUTRO DIA E IGNORADO COM AVISO,
      *          PARA UM PEDIDO ESQUECIDO NAO TRANSFORMAR A NOITE REAL
      *          EM ENSAIO. NO ENSAIO O PREFIXO VAI EM PARM-LOTE.DAT
      *          (PARM-LOTE-ENSAIO) E OS PASSOS PREPARADOS PASSAM OS
      *          NOMES DOS SEUS ARQUIVOS PELO SUBPROGRAMA ENSSRV,
      *          GRAVANDO EM "<PREFIXO>-<NOME>" E ACRESCENTANDO SO EM
      *          COPIAS DE JOBLOG, REJ-COMUM E DOS LEDGERS; PASSO FORA
      *          DA TABELA TABELA-PASSOS-ENSAIO (EX16, EX116, EX38 E
      *          OS RELATORIOS) E PULADO COM STATUS "S". O ENSAIO NAO
      *          TOMA A TRAVA SISLOCK.DAT, RETOMA PELO SEU PROPRIO
      *          "<PREFIXO>-EX10-STATUS.DAT", REGRAVA PARM-LOTE.DAT
      *          SEM O PREFIXO AO FINAL E CHAMA EX121, QUE COMPARA AS
      *          SAIDAS DO ENSAIO COM AS DO ULTIMO CICLO REAL. PREFIXO
      *          QUE SOBROU EM PARM-LOTE.DAT DE UM ENSAIO INTERROMPIDO
      *          E APAGADO COM AVISO ANTES DA NOITE REAL.
      *          PASSO QUE FALHA (CRITICO COM POLITICA "S", AVISO COM
      *          "C") E PASSO OPCIONAL PULADO PELA JANELA (AVISO) VAO
      *          TAMBEM PARA A FILA CENTRAL ALERTAS.DAT (SUBPROGRAMA
      *          ALRSRV) COM A FILIAL DA PASSADA. NA AGENDA PADRAO A
      *          ESCALACAO DOS ALERTAS CRITICOS NAO RECONHECIDOS
      *          (EX122) RODA LOGO ANTES DO DIGEST EX38, COM POLITICA
      *          "C", PARA OS ESCALADOS SAIREM NO ALTO DO DIGEST; NO
      *          ENSAIO ELA E PULADA COMO OS DEMAIS PASSOS SEM PREPARO.

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-LOTE-BKP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CTL-ANT ASSIGN DYNAMIC WS-NOME-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CTL-ATU ASSIGN DYNAMIC WS-NOME-STATUS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CTL.
       SELECT OPTIONAL ARQ-JANELA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SISLOCK-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-ENSAIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REG-ENSAIO ASSIGN DYNAMIC WS-NOME-REG-ENSAIO
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       01 REG-LOTE-SAI.
              02 LOTE-SAI-FILIAL PIC X(04).
              02 LOTE-SAI-DATA   PIC X(08).
              02 LOTE-SAI-ENSAIO PIC X(04).

       FD ARQ-LOTE-BKP
          LABEL         RECORD         ARE         STANDARD
              02 LOTE-BKP-DATA   PIC X(08).

       FD CTL-ANT
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CTL-ANT.
              02 CTL-ANT-FILIAL PIC X(04).
              02 CTL-ANT-STATUS PIC X(01).

       FD CTL-ATU
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CTL-ATU.
              02 CTL-ATU-FILIAL PIC X(04).
              02 LOCK-SAI-DATA   PIC X(08).
              02 LOCK-SAI-INICIO PIC X(014).

       FD ARQ-ENSAIO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX10-ENSAIO.DAT".

       01 REG-PARM-ENSAIO.
              02 ENSAIO-PREFIXO PIC X(04).
              02 ENSAIO-DATA    PIC X(08).

       FD REG-ENSAIO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REG-ENSAIO PIC X(55).

       WORKING-STORAGE SECTION.
       77 WS-PASSO-ATUAL  PIC X(08) VALUE SPACES.
       77 WS-POLITICA-ATUAL PIC X(01) VALUE "S".
       77 WS-PULAR-JANELA PIC X(03) VALUE "NAO".
       77 WS-CT-PULADOS-JANELA PIC 9(02) VALUE ZEROES.
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-ENSAIO PIC X(03) VALUE "NAO".
       77 WS-PREFIXO-ENSAIO PIC X(04) VALUE SPACES.
       77 WS-SOBRA-ENSAIO PIC X(04) VALUE SPACES.
       77 WS-NOME-STATUS PIC X(040) VALUE "EX10-STATUS.DAT".
       77 WS-NOME-REG-ENSAIO PIC X(040) VALUE SPACES.
       77 WS-PULAR-ENSAIO PIC X(03) VALUE "NAO".
       77 WS-CT-PULADOS-ENSAIO PIC 9(02) VALUE ZEROES.
       77 WS-IND-ENS PIC 9(02) VALUE ZEROES.
       77 WS-RETOMA-ENSAIO PIC X(03) VALUE "NAO".
       77 WS-RC-CADEIA PIC S9(04) VALUE ZEROES.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-RC-ED PIC -ZZZ9.
       77 WS-SUFIXO-ALERTA PIC X(16) VALUE SPACES.

       01 ALRSRV-AREA.
              COPY ALRSRV.

      * PASSOS QUE PASSAM OS NOMES DOS SEUS ARQUIVOS POR ENSSRV; NO
      * ENSAIO OS DEMAIS SAO PULADOS PARA NAO TOCAR EM ARQUIVO REAL
       01 TABELA-PASSOS-ENSAIO.
              02 FILLER PIC X(08) VALUE "EX31".
              02 FILLER PIC X(08) VALUE "EX36".
              02 FILLER PIC X(08) VALUE "EX01".
              02 FILLER PIC X(08) VALUE "EX34".
              02 FILLER PIC X(08) VALUE "EX02".
              02 FILLER PIC X(08) VALUE "EX06".
              02 FILLER PIC X(08) VALUE "EX08".
              02 FILLER PIC X(08) VALUE "EX26".
              02 FILLER PIC X(08) VALUE "EX14".
              02 FILLER PIC X(08) VALUE "EX59".
              02 FILLER PIC X(08) VALUE "EX60".

       01 TABELA-PASSOS-ENSAIO-RED REDEFINES TABELA-PASSOS-ENSAIO.
              02 WS-PASSO-ENSAIO OCCURS 11 TIMES PIC X(08).

       01 TABELA-MEDIAS.
              02 WS-MEDIA OCCURS 50 TIMES.
       PROGRAMA10.

       PERFORM CARREGA-AGENDA.
       PERFORM CARREGA-ENSAIO.
       PERFORM CARREGA-JANELA.
       PERFORM CARREGA-LOTES.
       IF WS-SOBRA-ENSAIO NOT EQUAL SPACES
          AND WS-ENSAIO EQUAL "NAO"
              DISPLAY "EX10 - PARM-LOTE.DAT AINDA TRAZIA O PREFIXO DE "
                      "ENSAIO " WS-SOBRA-ENSAIO " (ENSAIO "
                      "INTERROMPIDO?) - REGRAVADO SEM ELE"
              PERFORM RESTAURA-PARM-LOTE.
       PERFORM CARREGA-STATUS-ANTERIOR.
       IF WS-CTL-ESTOURO EQUAL "SIM"
              DISPLAY "EX10 - EX10-STATUS.DAT COM MAIS DE 1000 "
                      "REGISTROS - TABELA DE RETOMADA ESTOURADA, "
                      "NAO E SEGURO RETOMAR (PASSOS CONCLUIDOS "
                      "SERIAM REPETIDOS)"
              DISPLAY "EX10 - LIMPE OU ARQUIVE "
                      FUNCTION TRIM (WS-NOME-STATUS) " E REEXECUTE"
              MOVE 16 TO RETURN-CODE
              GO TO FIM-PROGRAMA10.
       IF WS-TOTAL-FEITOS GREATER ZEROES
              DISPLAY "EX10 - REEXECUCAO DETECTADA - PASSOS JA "
                      "CONCLUIDOS SERAO PULADOS".

       IF WS-ENSAIO EQUAL "SIM"
              PERFORM PREPARA-ENSAIO
       ELSE
              PERFORM TOMA-TRAVA
       END-IF.

       IF WS-TOTAL-LOTES EQUAL ZEROES
              MOVE SPACES TO WS-FILIAL-ATUAL
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
              IF WS-ENSAIO EQUAL "SIM"
                     PERFORM GRAVA-PARM-LOTE-ENSAIO
              END-IF
              PERFORM EXECUTA-PASSADA
              IF WS-ENSAIO EQUAL "SIM"
                     PERFORM RESTAURA-PARM-LOTE
              END-IF
       ELSE
              PERFORM GRAVA-BACKUP-PARM-LOTE
              PERFORM EXECUTA-FILIAL
              DISPLAY "EX10 - PASSOS OPCIONAIS PULADOS PELA JANELA: "
                      WS-CT-PULADOS-JANELA.

       IF WS-CT-PULADOS-ENSAIO GREATER ZEROES
              DISPLAY "EX10 - PASSOS SEM PREPARO PARA O ENSAIO "
                      "PULADOS: " WS-CT-PULADOS-ENSAIO.

       IF WS-CT-FALHAS GREATER ZEROES
              DISPLAY "EX10 - LOTE NOTURNO TERMINADO COM "
                      WS-CT-FALHAS " FALHA(S) - REEXECUTE PARA "
              DISPLAY "EX10 - LOTE NOTURNO CONCLUIDO COM SUCESSO"
       END-IF.

       IF WS-ENSAIO EQUAL "SIM"
              PERFORM COMPARA-ENSAIO
       ELSE
              PERFORM LIBERA-TRAVA
       END-IF.

       FIM-PROGRAMA10.

                     DISPLAY "EX10 - PARM-EX10.DAT AUSENTE OU VAZIO - "
                             "USANDO AGENDA PADRAO (EX31, EX36, "
                             "EX01, EX34, EX02, EX06, EX08, EX16, "
                             "EX116, EX122, EX38)"
                     PERFORM MONTA-AGENDA-PADRAO
              END-IF.

              END-IF
              END-IF.

       CARREGA-ENSAIO.
              OPEN INPUT ARQ-ENSAIO.
              READ ARQ-ENSAIO
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF ENSAIO-PREFIXO NOT EQUAL SPACES
                            IF ENSAIO-DATA EQUAL
                               FUNCTION CURRENT-DATE (1:8)
                                   MOVE "SIM" TO WS-ENSAIO
                                   MOVE ENSAIO-PREFIXO
                                        TO WS-PREFIXO-ENSAIO
                            ELSE
                                   DISPLAY "EX10 - PARM-EX10-ENSAIO.DAT"
                                           " DE " ENSAIO-DATA
                                           " VENCIDO - IGNORADO, "
                                           "RODANDO A CADEIA REAL"
                            END-IF
                     END-IF.
              CLOSE ARQ-ENSAIO.
              IF WS-ENSAIO EQUAL "SIM"
                     MOVE SPACES TO WS-NOME-STATUS WS-NOME-REG-ENSAIO
                     STRING FUNCTION TRIM (WS-PREFIXO-ENSAIO)
                                              DELIMITED BY SIZE
                            "-EX10-STATUS.DAT" DELIMITED BY SIZE
                            INTO WS-NOME-STATUS
                     STRING FUNCTION TRIM (WS-PREFIXO-ENSAIO)
                                              DELIMITED BY SIZE
                            "-ENSAIO.DAT"     DELIMITED BY SIZE
                            INTO WS-NOME-REG-ENSAIO
                     DISPLAY "EX10 - ENSAIO GERAL DA CADEIA COM O "
                             "PREFIXO " WS-PREFIXO-ENSAIO
                             " - NENHUM ARQUIVO REAL E ATUALIZADO"
              END-IF.

      * O REGISTRO DE ENSSRV SO E MANTIDO NA RETOMADA DO MESMO ENSAIO
      * (PASSO CONCLUIDO PARA UMA FILIAL/DATA DESTA EXECUCAO); SENAO E
      * ZERADO E AS COPIAS DE UM ENSAIO ANTIGO SAO REFEITAS
       PREPARA-ENSAIO.
              MOVE "NAO" TO WS-RETOMA-ENSAIO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-FEITOS
                      IF WS-TOTAL-LOTES EQUAL ZEROES
                             IF WS-FEITO-FILIAL (WS-IND) EQUAL SPACES
                                AND WS-FEITO-DATA (WS-IND) EQUAL
                                    FUNCTION CURRENT-DATE (1:8)
                                    MOVE "SIM" TO WS-RETOMA-ENSAIO
                             END-IF
                      ELSE
                             PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                                     UNTIL WS-IND-LOTE GREATER
                                           WS-TOTAL-LOTES
                                     IF WS-FEITO-FILIAL (WS-IND) EQUAL
                                        WS-LOTE-FILIAL (WS-IND-LOTE)
                                        AND WS-FEITO-DATA (WS-IND)
                                        EQUAL WS-LOTE-DATA (WS-IND-LOTE)
                                           MOVE "SIM"
                                                TO WS-RETOMA-ENSAIO
                                     END-IF
                             END-PERFORM
                      END-IF
              END-PERFORM.
              IF WS-RETOMA-ENSAIO EQUAL "SIM"
                     DISPLAY "EX10 - RETOMADA DO ENSAIO - COPIAS E "
                             "SAIDAS ANOTADAS EM "
                             FUNCTION TRIM (WS-NOME-REG-ENSAIO)
                             " SAO MANTIDAS"
              ELSE
                     OPEN OUTPUT REG-ENSAIO
                     CLOSE REG-ENSAIO
                     DISPLAY "EX10 - "
                             FUNCTION TRIM (WS-NOME-REG-ENSAIO)
                             " ZERADO - O ENSAIO COMECA DAS COPIAS "
                             "DOS ARQUIVOS REAIS"
              END-IF.
              DISPLAY "EX10 - ENSAIO NAO TOMA A TRAVA SISLOCK.DAT".

       VERIFICA-PASSO-ENSAIO.
              MOVE "NAO" TO WS-PULAR-ENSAIO.
              IF WS-ENSAIO EQUAL "SIM"
                     MOVE "SIM" TO WS-PULAR-ENSAIO
                     PERFORM VARYING WS-IND-ENS FROM 1 BY 1
                             UNTIL WS-IND-ENS GREATER 11
                             IF WS-PASSO-ATUAL EQUAL
                                WS-PASSO-ENSAIO (WS-IND-ENS)
                                    MOVE "NAO" TO WS-PULAR-ENSAIO
                             END-IF
                     END-PERFORM
              END-IF.

       COMPARA-ENSAIO.
              MOVE RETURN-CODE TO WS-RC-CADEIA.
              DISPLAY "EX10 - COMPARANDO AS SAIDAS DO ENSAIO COM AS "
                      "DO ULTIMO CICLO REAL (EX121)".
              MOVE 0 TO RETURN-CODE.
              CALL "EX121".
              IF RETURN-CODE NOT EQUAL 0
                     DISPLAY "EX10 - EX121 DEVOLVEU RETURN-CODE "
                             RETURN-CODE
              END-IF.
              CANCEL "EX121".
              MOVE WS-RC-CADEIA TO RETURN-CODE.

       CARREGA-JANELA.
              OPEN INPUT ARQ-JANELA.
              READ ARQ-JANELA
              END-IF.

       MONTA-AGENDA-PADRAO.
              MOVE 11 TO WS-TOTAL-AGENDA.
              MOVE "EX31" TO WS-AGENDA-PASSO (1).
              MOVE "EX36" TO WS-AGENDA-PASSO (2).
              MOVE "EX01" TO WS-AGENDA-PASSO (3).
              MOVE "EX06" TO WS-AGENDA-PASSO (6).
              MOVE "EX08" TO WS-AGENDA-PASSO (7).
              MOVE "EX16" TO WS-AGENDA-PASSO (8).
              MOVE "EX116" TO WS-AGENDA-PASSO (9).
              MOVE "EX122" TO WS-AGENDA-PASSO (10).
              MOVE "EX38" TO WS-AGENDA-PASSO (11).
              MOVE "S" TO WS-AGENDA-POLITICA (1)
                          WS-AGENDA-POLITICA (2)
                          WS-AGENDA-POLITICA (3)
                          WS-AGENDA-POLITICA (6)
                          WS-AGENDA-POLITICA (7).
              MOVE "C" TO WS-AGENDA-POLITICA (8)
                          WS-AGENDA-POLITICA (9)
                          WS-AGENDA-POLITICA (10)
                          WS-AGENDA-POLITICA (11).
              MOVE "N" TO WS-AGENDA-OPCIONAL (1)
                          WS-AGENDA-OPCIONAL (2)
                          WS-AGENDA-OPCIONAL (3)
                          WS-AGENDA-OPCIONAL (5)
                          WS-AGENDA-OPCIONAL (6)
                          WS-AGENDA-OPCIONAL (7)
                          WS-AGENDA-OPCIONAL (8)
                          WS-AGENDA-OPCIONAL (9)
                          WS-AGENDA-OPCIONAL (10).
              MOVE "O" TO WS-AGENDA-OPCIONAL (11).

       CARREGA-LOTES.
              OPEN INPUT ARQ-LOTE.
              CLOSE ARQ-LOTE.

       GUARDA-LOTE.
              IF PARM-LOTE-ENSAIO NOT EQUAL SPACES
                     MOVE PARM-LOTE-ENSAIO TO WS-SOBRA-ENSAIO
              END-IF.
              IF PARM-LOTE-FILIAL EQUAL SPACES
                 AND PARM-LOTE-DATA EQUAL SPACES
                     NEXT SENTENCE
              OPEN OUTPUT ARQ-LOTE-SAI.
              MOVE WS-FILIAL-ATUAL TO LOTE-SAI-FILIAL.
              MOVE WS-DATA-ATUAL TO LOTE-SAI-DATA.
              MOVE WS-PREFIXO-ENSAIO TO LOTE-SAI-ENSAIO.
              WRITE REG-LOTE-SAI.
              CLOSE ARQ-LOTE-SAI.

      * SEM FILIAIS O ENSAIO GRAVA SO O PREFIXO, COM FILIAL E DATA EM
      * BRANCO, PARA OS PASSOS SEGUIREM COM OS NOMES FIXOS DE SEMPRE
       GRAVA-PARM-LOTE-ENSAIO.
              OPEN OUTPUT ARQ-LOTE-SAI.
              MOVE SPACES TO LOTE-SAI-FILIAL LOTE-SAI-DATA.
              MOVE WS-PREFIXO-ENSAIO TO LOTE-SAI-ENSAIO.
              WRITE REG-LOTE-SAI.
              CLOSE ARQ-LOTE-SAI.

                      UNTIL WS-IND GREATER WS-TOTAL-LOTES
                      MOVE WS-LOTE-FILIAL (WS-IND) TO LOTE-SAI-FILIAL
                      MOVE WS-LOTE-DATA (WS-IND) TO LOTE-SAI-DATA
                      MOVE SPACES TO LOTE-SAI-ENSAIO
                      WRITE REG-LOTE-SAI
              END-PERFORM.
              CLOSE ARQ-LOTE-SAI.
                   TO WS-POLITICA-ATUAL.
              PERFORM VERIFICA-PASSO-CONCLUIDO.
              IF WS-PULAR EQUAL "NAO"
                     PERFORM VERIFICA-PASSO-ENSAIO
                     PERFORM VERIFICA-JANELA
              END-IF.
              IF WS-PULAR EQUAL "NAO"
                 AND WS-PULAR-ENSAIO EQUAL "SIM"
                     ADD 1 TO WS-CT-PULADOS-ENSAIO
                     DISPLAY "EX10 - PASSO " WS-PASSO-ATUAL
                             " SEM PREPARO PARA O ENSAIO - PULADO"
                     MOVE "S" TO CTL-ATU-STATUS
                     PERFORM REGISTRA-STATUS
              ELSE
              IF WS-PULAR EQUAL "NAO"
                 AND WS-PULAR-JANELA EQUAL "SIM"
                     ADD 1 TO WS-CT-PULADOS-JANELA
                             "DE " WS-JANELA-LIMITE
                     MOVE "S" TO CTL-ATU-STATUS
                     PERFORM REGISTRA-STATUS
                     PERFORM ALERTA-JANELA
              ELSE
              IF WS-PULAR EQUAL "NAO"
                     DISPLAY "EX10 - INICIANDO PASSO " WS-PASSO-ATUAL
                     PERFORM VERIFICA-RETORNO
                     CANCEL WS-PASSO-ATUAL
              END-IF
              END-IF
              END-IF.

       VERIFICA-RETORNO.
                     DISPLAY "EX10 - PASSO " WS-PASSO-ATUAL
                             " DEVOLVEU RETURN-CODE "
                             RETURN-CODE
                     PERFORM ALERTA-FALHA
                     IF WS-POLITICA-ATUAL EQUAL "C"
                            DISPLAY "EX10 - POLITICA CONTINUAR - "
                                    "CADEIA SEGUE PARA O PROXIMO PASSO"
                             " CONCLUIDO (RETURN-CODE 0)"
              END-IF.

       ALERTA-JANELA.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "PASSO OPCIONAL "              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-PASSO-ATUAL) DELIMITED BY SIZE
                     " PULADO PELA JANELA DE "      DELIMITED BY SIZE
                     WS-JANELA-LIMITE               DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

      * FALHA COM POLITICA "S" PARA A PASSADA: ALERTA CRITICO; COM
      * POLITICA "C" A CADEIA SEGUE E O ALERTA E SO AVISO
       ALERTA-FALHA.
              MOVE RETURN-CODE TO WS-RC-ED.
              IF WS-POLITICA-ATUAL EQUAL "C"
                     MOVE "A" TO ALS-SEVERIDADE
                     MOVE " - CADEIA SEGUIU" TO WS-SUFIXO-ALERTA
              ELSE
                     MOVE "C" TO ALS-SEVERIDADE
                     MOVE " - PASSADA PAROU" TO WS-SUFIXO-ALERTA
              END-IF.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "PASSO "                       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-PASSO-ATUAL) DELIMITED BY SIZE
                     " DEVOLVEU RETURN-CODE "       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-RC-ED)       DELIMITED BY SIZE
                     WS-SUFIXO-ALERTA               DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
       REGISTRA-ALERTA.
              MOVE "EX10" TO ALS-PROGRAMA.
              MOVE WS-FILIAL-ATUAL TO ALS-FILIAL.
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       RESUMO-FILIAIS.
              DISPLAY "EX10 - RESUMO POR FILIAL".
              PERFORM VARYING WS-IND FROM 1 BY 1
