      *          TURMA NAO CADASTRADA E REJEITADA COM MOTIVO "TURMA
      *          INEXISTENTE". A RELACAO POR TURMA QUE A ESCOLA PEDE
      *          A CADA SEMESTRE SAI DE EX57.
      *          TURMAS.DAT PASSOU A TRAZER A CAPACIDADE DE CADA
      *          TURMA (ZERADA OU EM BRANCO = SEM LIMITE): O ALUNO QUE
      *          CHEGA COM A TURMA JA LOTADA NAO ENTRA EM CADATU NEM
      *          EM CADSEXO - VAI PARA A LISTA DE ESPERA
      *          LISTA-ESPERA.DAT (COPY CADESP, NOME MONTADO PELO
      *          LOTE COMO OS DEMAIS) COM A ORDEM DE CHEGADA NA
      *          TURMA, STATUS "E", E E CONTADO NO RESUMO. EX64
      *          PROMOVE O PRIMEIRO DA FILA QUANDO ABRE VAGA E EX114
      *          EMITE O QUADRO DE VAGAS POR TURMA.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADALU E LIDO
      *          DO ENSAIO QUANDO EX31 O GEROU NELE, AS SAIDAS VAO
      *          PARA OS NOMES DO ENSAIO E REJ-COMUM E JOBLOG PARA AS
      *          COPIAS DO ENSAIO, NUNCA PARA OS REAIS.
      *          O ESTOURO DO PORTAO DE QUALIDADE TAMBEM VAI, COMO
      *          ALERTA CRITICO, PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).

       ENVIRONMENT DIVISION.

       SELECT CADSEXO ASSIGN DYNAMIC WS-NOME-CADSEXO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADSEXO.
       SELECT LISTA-ESPERA ASSIGN DYNAMIC WS-NOME-ESPERA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ESPERA.
       SELECT OPTIONAL ARQ-QUALIDADE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TURMAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN DYNAMIC WS-NOME-REJ-COMUM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT JOBLOG ASSIGN DYNAMIC WS-NOME-JOBLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBLOG.

       DATA DIVISION.
              02 NUMERO-SEXO PIC 9(05).
              02 SEXO-SEXO PIC X(01).

       FD LISTA-ESPERA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ESPERA.
              COPY CADESP.

       FD ARQ-QUALIDADE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-QUALIDADE.DAT".
       01 REG-TURMA.
              02 TURMA-COD   PIC X(03).
              02 TURMA-DESCR PIC X(20).
              02 TURMA-CAPACIDADE PIC 9(03).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
              COPY PARMLOTE.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD JOBLOG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-JOBLOG.
              COPY JOBLOG.
       77 WS-STATUS-CADATU PIC X(2).
       77 WS-STATUS-REJ-ALU PIC X(2).
       77 WS-STATUS-CADSEXO PIC X(2).
       77 WS-STATUS-ESPERA PIC X(2).
       77 WS-ABORTAR PIC X(003) VALUE "NAO".
       77 WS-JOBLOG-INICIO PIC X(014).
       77 WS-CT-LIDOS PIC 9(007) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(007) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADALU PIC X(040) VALUE "CADALU.DAT".
       77 WS-NOME-CADATU PIC X(040) VALUE "CADATU.DAT".
       77 WS-NOME-REJ-ALU PIC X(040) VALUE "REJ-ALU.DAT".
       77 WS-NOME-CADSEXO PIC X(040) VALUE "CADSEXO.DAT".
       77 WS-NOME-ESPERA PIC X(040) VALUE "LISTA-ESPERA.DAT".
       77 WS-NOME-REJ-COMUM PIC X(040) VALUE "REJ-COMUM.DAT".
       77 WS-NOME-JOBLOG PIC X(040) VALUE "JOBLOG.DAT".
       77 WS-DATA-INVALIDA PIC X(03) VALUE "NAO".
       77 WS-IDADE PIC 9(3) VALUE ZEROES.
       77 WS-IND-NUM PIC 9(05) VALUE ZEROES.
       77 WS-CT-DUPLICADOS PIC 9(05) VALUE ZEROES.
       77 WS-LIMITE-REJ PIC 9(3)V99 VALUE 050,00.
       77 WS-TAXA-REJ PIC 9(3)V99 VALUE ZEROES.
       77 WS-TAXA-ED PIC ZZ9,99.
       77 WS-LIMITE-ED PIC ZZ9,99.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-FIM-QUALIDADE PIC 9(01) VALUE 0.
       77 WS-FIM-TURMAS PIC 9(01) VALUE 0.
       77 WS-TOTAL-TURMAS PIC 9(02) VALUE ZEROES.
       77 WS-IND-TURMA PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-VALIDA PIC X(03) VALUE "NAO".
       77 WS-IND-ACHADA PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-LOTADA PIC X(03) VALUE "NAO".
       77 WS-CT-ESPERA PIC 9(007) VALUE ZEROES.

       01 TABELA-TURMAS.
              02 WS-TURMA-ENT OCCURS 50 TIMES.
                     03 WS-TURMA-TAB      PIC X(03).
                     03 WS-TURMA-CAPAC    PIC 9(03).
                     03 WS-TURMA-OCUPADOS PIC 9(05).
                     03 WS-TURMA-ESPERA   PIC 9(05).

       01 TABELA-NUMEROS-VISTOS.
              02 WS-NUMERO-VISTO OCCURS 5000 TIMES PIC 9(05).
       01 DATSRV-AREA.
              COPY DATSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       PROCEDURE DIVISION.

       PROGRAMA02.
              PERFORM LE-PARAMETRO-QUALIDADE.
              PERFORM CARREGA-TURMAS.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM ABRE-JOBLOG.
              OPEN INPUT CADALU
                   OUTPUT CADATU
                   OUTPUT REJ-ALU
                   OUTPUT CADSEXO
                   OUTPUT LISTA-ESPERA.
              IF WS-STATUS-CADALU NOT EQUAL "00"
                     DISPLAY "EX02 - ERRO AO ABRIR CADALU - FILE "
                             "STATUS " WS-STATUS-CADALU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-ESPERA NOT EQUAL "00"
                     DISPLAY "EX02 - ERRO AO ABRIR LISTA-ESPERA - FILE "
                             "STATUS " WS-STATUS-ESPERA
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-CABECALHO-GERACAO
                     PERFORM ABRE-REJ-COMUM
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       LE-PARAMETRO-LOTE.
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADSEXO
                     STRING "LISTA-ESPERA-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-ESPERA
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADALU TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADALU.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADATU TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADATU.
              MOVE WS-NOME-REJ-ALU TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-ALU.
              MOVE WS-NOME-CADSEXO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSEXO.
              MOVE WS-NOME-ESPERA TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-ESPERA.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-REJ-COMUM TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-COMUM.
              MOVE WS-NOME-JOBLOG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-JOBLOG.

       GRAVA-CABECALHO-GERACAO.
              MOVE SPACES TO REG-SAI-CAB.
              MOVE "H" TO CAB-TIPO.
                     ADD 1 TO WS-TOTAL-TURMAS
                     MOVE TURMA-COD TO
                          WS-TURMA-TAB (WS-TOTAL-TURMAS)
                     IF TURMA-CAPACIDADE NUMERIC
                            MOVE TURMA-CAPACIDADE TO
                                 WS-TURMA-CAPAC (WS-TOTAL-TURMAS)
                     ELSE
                            MOVE ZEROES TO
                                 WS-TURMA-CAPAC (WS-TOTAL-TURMAS)
                     END-IF
                     MOVE ZEROES TO
                          WS-TURMA-OCUPADOS (WS-TOTAL-TURMAS)
                          WS-TURMA-ESPERA (WS-TOTAL-TURMAS)
              END-IF.

       VALIDA-TURMA.
              MOVE ZEROES TO WS-IND-ACHADA.
              IF WS-TOTAL-TURMAS EQUAL ZEROES
                     MOVE "SIM" TO WS-TURMA-VALIDA
              ELSE
                             IF TURMA EQUAL
                                WS-TURMA-TAB (WS-IND-TURMA)
                                    MOVE "SIM" TO WS-TURMA-VALIDA
                                    MOVE WS-IND-TURMA TO WS-IND-ACHADA
                             END-IF
                     END-PERFORM
              END-IF.

       VERIFICA-CAPACIDADE.
              MOVE "NAO" TO WS-TURMA-LOTADA.
              IF WS-IND-ACHADA GREATER ZEROES
                     IF WS-TURMA-CAPAC (WS-IND-ACHADA) GREATER ZEROES
                        AND WS-TURMA-OCUPADOS (WS-IND-ACHADA)
                            NOT LESS WS-TURMA-CAPAC (WS-IND-ACHADA)
                            MOVE "SIM" TO WS-TURMA-LOTADA
                     ELSE
                            ADD 1 TO WS-TURMA-OCUPADOS (WS-IND-ACHADA)
                     END-IF
              END-IF.

       GRAVA-ESPERA.
              ADD 1 TO WS-TURMA-ESPERA (WS-IND-ACHADA).
              MOVE TURMA TO ESP-TURMA.
              MOVE WS-TURMA-ESPERA (WS-IND-ACHADA) TO ESP-ORDEM.
              MOVE NUMERO TO ESP-NUMERO.
              MOVE NOME TO ESP-NOME.
              MOVE DATA-NASCIMENTO TO ESP-NASC.
              MOVE WS-IDADE TO ESP-IDADE.
              MOVE SEXO TO ESP-SEXO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO ESP-DATA-HORA.
              MOVE "E" TO ESP-STATUS.
              MOVE ZEROES TO ESP-DATA-PROMOCAO.
              WRITE REG-ESPERA.
              ADD 1 TO WS-CT-ESPERA.
              DISPLAY "EX02 - TURMA " TURMA " LOTADA ("
                      WS-TURMA-CAPAC (WS-IND-ACHADA) ") - NUMERO "
                      NUMERO " NA LISTA DE ESPERA, ORDEM "
                      ESP-ORDEM.

       GRAVA-REJ-TURMA.
              MOVE NUMERO TO NUMERO-REJ.
              MOVE NOME TO NOME-REJ.
                                    WS-LIMITE-REJ "% - ARQUIVO INTEIRO "
                                    "SUSPEITO, CADEIA DEVE PARAR"
                            MOVE 12 TO RETURN-CODE
                            PERFORM ALERTA-QUALIDADE
                     END-IF
              END-IF.

       ALERTA-QUALIDADE.
              MOVE WS-TAXA-REJ TO WS-TAXA-ED.
              MOVE WS-LIMITE-REJ TO WS-LIMITE-ED.
              MOVE "C" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "TAXA DE REJEICAO " DELIMITED BY SIZE
                     WS-TAXA-ED          DELIMITED BY SIZE
                     "% ACIMA DO LIMITE " DELIMITED BY SIZE
                     WS-LIMITE-ED        DELIMITED BY SIZE
                     "%"                 DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       REGISTRA-ALERTA.
              MOVE "EX02" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
              MOVE FUNCTION CURRENT-DATE (1:14) TO JOBLOG-TERMINO.
              MOVE WS-CT-LIDOS TO JOBLOG-REG-LIDOS.
              COMPUTE JOBLOG-REG-GRAVADOS = WS-CT-GRAVADOS
                                           + WS-CT-REJEITADOS
                                           + WS-CT-ESPERA.
              WRITE REG-JOBLOG.
              CLOSE JOBLOG.
       COPIA.
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.
       TERMINO.
              CLOSE CADALU CADATU REJ-ALU CADSEXO REJ-COMUM
                    LISTA-ESPERA.
              PERFORM GRAVA-JOBLOG.
              IF WS-CT-DUPLICADOS GREATER ZEROES
                     DISPLAY "EX02 - NUMEROS DUPLICADOS REJEITADOS: "
                             WS-CT-DUPLICADOS
              END-IF.
              IF WS-CT-ESPERA GREATER ZEROES
                     DISPLAY "EX02 - ALUNOS NA LISTA DE ESPERA: "
                             WS-CT-ESPERA
              END-IF.
              IF WS-ABORTAR NOT EQUAL "SIM"
                     PERFORM VERIFICA-QUALIDADE
              END-IF.
                                   PERFORM GRAVA-REJ-TURMA
                            ELSE
                                   PERFORM CALCULA-IDADE
                                   PERFORM VERIFICA-CAPACIDADE
                                   IF WS-TURMA-LOTADA EQUAL "SIM"
                                          PERFORM GRAVA-ESPERA
                                   ELSE
                                          PERFORM COPIA
                                          PERFORM GRAVA-SEXO
                                   END-IF
                            END-IF
                     END-IF
              END-IF.
