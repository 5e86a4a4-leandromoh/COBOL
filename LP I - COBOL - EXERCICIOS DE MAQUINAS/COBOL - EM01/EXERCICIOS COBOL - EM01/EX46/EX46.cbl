      *          DE APLICAR INSS E IRRF. APONTAMENTOS COM DATA
      *          INVALIDA OU MATRICULA SEM CADSAI VAO PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX46", STATUS "A").
      *          O APONTAMENTO QUE CAI EM DIA DE AFASTAMENTO DO
      *          FUNCIONARIO (CADAFA.DAT, CONSULTADO PELO SUBPROGRAMA
      *          AFASRV) TAMBEM VAI PARA REJ-COMUM E NAO E
      *          VALORIZADO: O SALARIO DESSES DIAS JA E
      *          PROPORCIONALIZADO POR EX26, E UMA FALTA LANCADA NELES
      *          DESCONTARIA O MESMO DIA DUAS VEZES.
      *          NAS FILIAIS COM ACORDO DE BANCO DE HORAS (TABBH.DAT:
      *          FILIAL E PRAZO DO ACORDO EM MESES, DE 1 A 12) A
      *          HORA EXTRA DE DIA UTIL E A FALTA NAO SAO VALORIZADAS
      *          NO MES: VIRAM CREDITO E DEBITO EM HORAS NO SALDO DO
      *          FUNCIONARIO EM CADBH.DAT (A EXTRA DE DOMINGO OU
      *          FERIADO CONTINUA PAGA A 200% NO PROPRIO MES). O
      *          MOVIMENTO LIQUIDO DO MES COMPENSA PRIMEIRO OS LOTES
      *          MAIS ANTIGOS DE SINAL CONTRARIO E O QUE SOBRA ABRE O
      *          LOTE DA COMPETENCIA; O LOTE QUE COMPLETA O PRAZO DO
      *          ACORDO VENCE: SALDO POSITIVO E PAGO COMO EXTRA A 150%
      *          E SALDO NEGATIVO E DESCONTADO PELA HORA NORMAL, E SO
      *          ESSES VALORES ENTRAM EM EX46-VARIAVEL.DAT. O RESUMO DE
      *          CADA SALDO (ANTERIOR, CREDITOS, DEBITOS, VENCIDOS E
      *          FINAL) VAI PARA EX46-BH-MOV.DAT, IMPRESSO COMO
      *          EXTRATO POR EX92. A COMPETENCIA E A DATA DE
      *          PARM-LOTE.DAT (OU A DO DIA); RODAR DE NOVO A MESMA
      *          COMPETENCIA PARTE DO SALDO DE ABERTURA GUARDADO NO
      *          PROPRIO CADBH, SEM CONTAR O MOVIMENTO DUAS VEZES.
      *          QUANDO PONTO.DAT VEM DA APURACAO DAS MARCACOES DO
      *          RELOGIO (EX94) CADA DIA TRAZ TAMBEM AS HORAS
      *          NOTURNAS, JA PELA HORA REDUZIDA, QUE RECEBEM O
      *          ADICIONAL NOTURNO DE 20% SOBRE A HORA NORMAL, SOMADO
      *          AOS EXTRAS DO MES MESMO NA FILIAL COM BANCO DE HORAS
      *          (O ADICIONAL NAO VAI PARA O BANCO); NO PONTO DIGITADO
      *          SEM ESSE CAMPO O ADICIONAL E ZERO.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-VARIAVEL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABBH ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADBH ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BH-MATRICULA
              FILE STATUS IS WS-STATUS-CADBH.
       SELECT ARQ-MOV-BH ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

                     03 PON-DIA PIC 9(02).
              02 PON-HORAS-EXTRA PIC 9(2)V99.
              02 PON-HORAS-FALTA PIC 9(2)V99.
              02 PON-HORAS-NOTURNAS PIC 9(2)V99.

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
              02 VAR-EXTRAS    PIC 9(7)V99.
              02 VAR-DESCONTOS PIC 9(7)V99.

       FD ARQ-TABBH
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABBH.DAT".

       01 REG-TABBH.
              02 TBH-FILIAL      PIC X(04).
              02 TBH-PRAZO-MESES PIC 9(02).

       FD CADBH
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBH.DAT".

       01 REG-BH.
              COPY CADBH.

       FD ARQ-MOV-BH
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX46-BH-MOV.DAT".

       01 REG-MOV-BH.
              02 MBH-MATRICULA   PIC 9(05).
              02 MBH-COMPETENCIA PIC 9(06).
              02 MBH-SALDO-ANT   PIC S9(05)V99
                                 SIGN IS LEADING SEPARATE.
              02 MBH-CREDITOS    PIC 9(05)V99.
              02 MBH-DEBITOS     PIC 9(05)V99.
              02 MBH-VENC-PAGO   PIC 9(05)V99.
              02 MBH-VENC-DESC   PIC 9(05)V99.
              02 MBH-SALDO-FIM   PIC S9(05)V99
                                 SIGN IS LEADING SEPARATE.
              02 MBH-VALOR-PAGO  PIC 9(7)V99.
              02 MBH-VALOR-DESC  PIC 9(7)V99.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".
       77 WS-PERC-EXTRA PIC 9V99 VALUE ZEROES.
       77 WS-VALOR-EXTRA PIC 9(7)V99 VALUE ZEROES.
       77 WS-VALOR-FALTA PIC 9(7)V99 VALUE ZEROES.
       77 WS-VALOR-NOTURNO PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOTAL-NOTURNO PIC 9(9)V99 VALUE ZEROES.
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-FUNC PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-EXTRAS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-DESCONTOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-MESES-COMP PIC 9(06) VALUE ZEROES.
       77 WS-AUX-ANO PIC 9(04) VALUE ZEROES.
       77 WS-AUX-MES PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADBH PIC X(02).
       77 WS-BANCO-HORAS PIC X(03) VALUE "NAO".
       77 WS-GRAVA-VARIAVEL PIC X(03) VALUE "SIM".
       77 WS-PRAZO-BH PIC 9(02) VALUE ZEROES.
       77 WS-FIM-TABBH PIC 9(01) VALUE 0.
       77 WS-FIM-CADBH PIC 9(01) VALUE 0.
       77 WS-TEM-LOTE PIC X(03) VALUE "NAO".
       77 WS-IND-LOTE PIC 9(02) VALUE ZEROES.
       77 WS-IND-NOVO PIC 9(02) VALUE ZEROES.
       77 WS-IDADE-LOTE PIC S9(05) VALUE ZEROES.
       77 WS-HORAS-CREDITO PIC 9(2)V99 VALUE ZEROES.
       77 WS-HORAS-DEBITO PIC 9(2)V99 VALUE ZEROES.
       77 WS-BH-SALDO-ANT PIC S9(05)V99 VALUE ZEROES.
       77 WS-BH-SALDO-FIM PIC S9(05)V99 VALUE ZEROES.
       77 WS-BH-LIQUIDO PIC S9(05)V99 VALUE ZEROES.
       77 WS-BH-VENC-PAGO PIC 9(05)V99 VALUE ZEROES.
       77 WS-BH-VENC-DESC PIC 9(05)V99 VALUE ZEROES.
       77 WS-BH-VALOR-PAGO PIC 9(7)V99 VALUE ZEROES.
       77 WS-BH-VALOR-DESC PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-BH-SALDOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BH-HORAS-PAGAS PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOTAL-BH-HORAS-DESC PIC 9(7)V99 VALUE ZEROES.

       01 TABELA-VARIAVEL.
              02 WS-VAR OCCURS 5000 TIMES.
                     03 WS-VAR-MATRICULA PIC 9(05).
                     03 WS-VAR-EXTRAS    PIC 9(7)V99.
                     03 WS-VAR-DESCONTOS PIC 9(7)V99.
                     03 WS-VAR-VALOR-HORA PIC 9(5)V9999.
                     03 WS-VAR-BH-CREDITO PIC 9(05)V99.
                     03 WS-VAR-BH-DEBITO  PIC 9(05)V99.
                     03 WS-VAR-BH-APLICADO PIC X(03).

       01 TABELA-LOTES-AUX.
              02 WS-LOTE-AUX OCCURS 12 TIMES.
                     03 WS-AUX-ORIGEM PIC 9(06).
                     03 WS-AUX-HORAS  PIC S9(04)V99.

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
       01 DATSRV-AREA.
              COPY DATSRV.

       01 AFASRV-AREA.
              COPY AFASRV.

       PROCEDURE DIVISION.

       PROGRAMA46.
       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              IF WS-BANCO-HORAS EQUAL "SIM"
                     PERFORM APURA-BANCO-HORAS
              END-IF
              IF WS-GRAVA-VARIAVEL EQUAL "SIM"
                     PERFORM GRAVA-VARIAVEL
              END-IF
       END-IF.
       PERFORM TERMINO.


       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM CARREGA-ACORDO-BH.
              OPEN INPUT ARQ-PONTO CADSAI.
              IF WS-STATUS-PONTO NOT EQUAL "00"
                     DISPLAY "EX46 - ERRO AO ABRIR PONTO - FILE "
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:6) TO WS-COMPETENCIA
              ELSE
                     MOVE WS-LOTE-DATA (1:6) TO WS-COMPETENCIA
              END-IF.
              DIVIDE WS-COMPETENCIA BY 100 GIVING WS-AUX-ANO
                     REMAINDER WS-AUX-MES.
              COMPUTE WS-MESES-COMP = WS-AUX-ANO * 12 + WS-AUX-MES.

       CARREGA-ACORDO-BH.
              OPEN INPUT ARQ-TABBH.
              PERFORM UNTIL WS-FIM-TABBH EQUAL 1
                     READ ARQ-TABBH
                            AT END MOVE 1 TO WS-FIM-TABBH
                            NOT AT END
                            IF TBH-FILIAL EQUAL WS-LOTE-FILIAL
                                   MOVE "SIM" TO WS-BANCO-HORAS
                                   MOVE TBH-PRAZO-MESES TO WS-PRAZO-BH
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABBH.
              IF WS-BANCO-HORAS EQUAL "SIM"
                     IF WS-PRAZO-BH NOT NUMERIC
                        OR WS-PRAZO-BH EQUAL ZEROES
                        OR WS-PRAZO-BH GREATER 12
                            DISPLAY "EX46 - AVISO: PRAZO INVALIDO EM "
                                    "TABBH.DAT - USANDO 12 MESES"
                            MOVE 12 TO WS-PRAZO-BH
                     END-IF
                     DISPLAY "EX46 - FILIAL " WS-LOTE-FILIAL
                             " COM BANCO DE HORAS - PRAZO DE "
                             WS-PRAZO-BH " MESES"
              END-IF.

       CARREGA-FERIADOS.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                      * WS-PERC-EXTRA.
              COMPUTE WS-VALOR-FALTA ROUNDED =
                      PON-HORAS-FALTA * WS-VALOR-HORA.
              MOVE ZEROES TO WS-HORAS-CREDITO WS-HORAS-DEBITO.
              IF WS-BANCO-HORAS EQUAL "SIM"
                     MOVE PON-HORAS-FALTA TO WS-HORAS-DEBITO
                     MOVE ZEROES TO WS-VALOR-FALTA
                     IF WS-PERC-EXTRA EQUAL 1,50
                            MOVE PON-HORAS-EXTRA TO WS-HORAS-CREDITO
                            MOVE ZEROES TO WS-VALOR-EXTRA
                     END-IF
              END-IF.
              IF PON-HORAS-NOTURNAS NOT NUMERIC
                     MOVE ZEROES TO PON-HORAS-NOTURNAS
              END-IF.
              COMPUTE WS-VALOR-NOTURNO ROUNDED =
                      PON-HORAS-NOTURNAS * WS-VALOR-HORA * 0,20.
              ADD WS-VALOR-NOTURNO TO WS-VALOR-EXTRA WS-TOTAL-NOTURNO.

       ACUMULA-FUNCIONARIO.
              MOVE ZEROES TO WS-ACHADO.
                            MOVE ZEROES TO
                                 WS-VAR-EXTRAS (WS-ACHADO)
                                 WS-VAR-DESCONTOS (WS-ACHADO)
                                 WS-VAR-BH-CREDITO (WS-ACHADO)
                                 WS-VAR-BH-DEBITO (WS-ACHADO)
                            MOVE "NAO" TO WS-VAR-BH-APLICADO (WS-ACHADO)
                     END-IF
              END-IF.
              IF WS-ACHADO GREATER ZEROES
                     ADD WS-VALOR-EXTRA TO WS-VAR-EXTRAS (WS-ACHADO)
                     ADD WS-VALOR-FALTA TO
                         WS-VAR-DESCONTOS (WS-ACHADO)
                     MOVE WS-VALOR-HORA TO
                          WS-VAR-VALOR-HORA (WS-ACHADO)
                     ADD WS-HORAS-CREDITO TO
                         WS-VAR-BH-CREDITO (WS-ACHADO)
                     ADD WS-HORAS-DEBITO TO
                         WS-VAR-BH-DEBITO (WS-ACHADO)
              END-IF.

       GRAVA-REJEICAO.
                            MOVE "MATRICULA SEM CADSAI" TO WS-MOTIVO
                            PERFORM GRAVA-REJEICAO
                     ELSE
                            PERFORM VERIFICA-AFASTAMENTO
                     END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       VERIFICA-AFASTAMENTO.
              MOVE "D" TO AFS-FUNCAO.
              MOVE PON-MATRICULA TO AFS-MATRICULA.
              MOVE PON-DATA TO AFS-DATA.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                     MOVE "DIA DE AFASTAMENTO" TO WS-MOTIVO
                     PERFORM GRAVA-REJEICAO
              ELSE
                     PERFORM VALORIZA-DIA
                     PERFORM ACUMULA-FUNCIONARIO
              END-IF.

       APURA-BANCO-HORAS.
              OPEN I-O CADBH.
              IF WS-STATUS-CADBH EQUAL "35"
                     PERFORM CRIA-CADBH
              END-IF.
              IF WS-STATUS-CADBH NOT EQUAL "00"
                     DISPLAY "EX46 - ERRO AO ABRIR CADBH - FILE "
                             "STATUS " WS-STATUS-CADBH
                     DISPLAY "EX46 - EX46-VARIAVEL.DAT NAO GERADO"
                     MOVE "NAO" TO WS-GRAVA-VARIAVEL
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN OUTPUT ARQ-MOV-BH
                     PERFORM ATUALIZA-SALDOS-BH
                     PERFORM ABRE-SALDO-BH
                             VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-FUNC
                     CLOSE CADBH ARQ-MOV-BH
              END-IF.

       CRIA-CADBH.
              DISPLAY "EX46 - CADBH.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADBH.
              CLOSE CADBH.
              OPEN I-O CADBH.

       ATUALIZA-SALDOS-BH.
              MOVE ZEROES TO BH-MATRICULA.
              START CADBH KEY NOT LESS BH-MATRICULA
                     INVALID KEY
                     MOVE 1 TO WS-FIM-CADBH
              END-START.
              PERFORM LE-PROXIMO-SALDO-BH.
              PERFORM ATUALIZA-SALDO-BH UNTIL WS-FIM-CADBH EQUAL 1.

       LE-PROXIMO-SALDO-BH.
              IF WS-FIM-CADBH EQUAL 0
                     READ CADBH NEXT
                            AT END MOVE 1 TO WS-FIM-CADBH
                     END-READ
              END-IF.

       ATUALIZA-SALDO-BH.
              PERFORM PROCURA-MATRICULA-BH.
              IF BH-COMPETENCIA GREATER WS-COMPETENCIA
                     DISPLAY "EX46 - AVISO: SALDO DA MATRICULA "
                             BH-MATRICULA " JA APURADO EM "
                             BH-COMPETENCIA " - MANTIDO"
                     IF WS-ACHADO GREATER ZEROES
                            MOVE "SIM" TO
                                 WS-VAR-BH-APLICADO (WS-ACHADO)
                     END-IF
              ELSE
                     IF BH-COMPETENCIA EQUAL WS-COMPETENCIA
                            MOVE BH-LOTES-ANT TO BH-LOTES
                     ELSE
                            MOVE BH-LOTES TO BH-LOTES-ANT
                     END-IF
                     PERFORM VERIFICA-LOTES-BH
                     IF WS-ACHADO EQUAL ZEROES
                        AND WS-TEM-LOTE EQUAL "SIM"
                            PERFORM INCLUI-MATRICULA-BH
                     END-IF
                     IF WS-ACHADO GREATER ZEROES
                            PERFORM APLICA-MOVIMENTO-BH
                            REWRITE REG-BH
                                   INVALID KEY
                                   DISPLAY "EX46 - ERRO AO REGRAVAR "
                                           "CADBH - MATRICULA "
                                           BH-MATRICULA
                            END-REWRITE
                     END-IF
              END-IF.
              PERFORM LE-PROXIMO-SALDO-BH.

       PROCURA-MATRICULA-BH.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-FUNC
                      OR WS-ACHADO GREATER ZEROES
                      IF BH-MATRICULA EQUAL WS-VAR-MATRICULA (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       VERIFICA-LOTES-BH.
              MOVE "NAO" TO WS-TEM-LOTE.
              PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12
                      IF BH-LOTE-HORAS (WS-IND-LOTE) NOT EQUAL ZEROES
                             MOVE "SIM" TO WS-TEM-LOTE
                      END-IF
              END-PERFORM.

       INCLUI-MATRICULA-BH.
              MOVE BH-MATRICULA TO CODIGO-SAI.
              READ CADSAI
                     INVALID KEY
                     DISPLAY "EX46 - AVISO: SALDO DE BANCO DA "
                             "MATRICULA " BH-MATRICULA
                             " SEM CADSAI - MANTIDO"
                     NOT INVALID KEY
                     IF WS-TOTAL-FUNC EQUAL 5000
                            DISPLAY "EX46 - TABELA DE FUNCIONARIOS "
                                    "CHEIA (5000) - SALDO DA "
                                    "MATRICULA " BH-MATRICULA
                                    " MANTIDO"
                     ELSE
                            ADD 1 TO WS-TOTAL-FUNC
                            MOVE WS-TOTAL-FUNC TO WS-ACHADO
                            MOVE BH-MATRICULA TO
                                 WS-VAR-MATRICULA (WS-ACHADO)
                            MOVE ZEROES TO
                                 WS-VAR-EXTRAS (WS-ACHADO)
                                 WS-VAR-DESCONTOS (WS-ACHADO)
                                 WS-VAR-BH-CREDITO (WS-ACHADO)
                                 WS-VAR-BH-DEBITO (WS-ACHADO)
                            COMPUTE WS-VAR-VALOR-HORA (WS-ACHADO)
                                    ROUNDED = SALARIO-REAJUSTADO / 220
                     END-IF
              END-READ.

       ABRE-SALDO-BH.
              IF WS-VAR-BH-APLICADO (WS-IND) EQUAL "NAO"
                 AND (WS-VAR-BH-CREDITO (WS-IND) GREATER ZEROES
                      OR WS-VAR-BH-DEBITO (WS-IND) GREATER ZEROES)
                     MOVE WS-IND TO WS-ACHADO
                     INITIALIZE REG-BH
                     MOVE WS-VAR-MATRICULA (WS-ACHADO) TO BH-MATRICULA
                     PERFORM APLICA-MOVIMENTO-BH
                     WRITE REG-BH
                            INVALID KEY
                            DISPLAY "EX46 - ERRO AO GRAVAR CADBH - "
                                    "MATRICULA " BH-MATRICULA
                     END-WRITE
              END-IF.

       APLICA-MOVIMENTO-BH.
              MOVE ZEROES TO WS-BH-SALDO-ANT WS-BH-SALDO-FIM
                             WS-BH-VENC-PAGO WS-BH-VENC-DESC.
              PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12
                      ADD BH-LOTE-HORAS (WS-IND-LOTE) TO
                          WS-BH-SALDO-ANT
              END-PERFORM.
              COMPUTE WS-BH-LIQUIDO =
                      WS-VAR-BH-CREDITO (WS-ACHADO)
                      - WS-VAR-BH-DEBITO (WS-ACHADO).
              PERFORM COMPENSA-LOTE-BH
                      VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12
                      OR WS-BH-LIQUIDO EQUAL ZEROES.
              PERFORM VENCE-LOTE-BH
                      VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12.
              PERFORM REORGANIZA-LOTES-BH.
              IF WS-BH-LIQUIDO NOT EQUAL ZEROES
                     IF WS-IND-NOVO LESS 12
                            ADD 1 TO WS-IND-NOVO
                            MOVE WS-COMPETENCIA TO
                                 BH-LOTE-ORIGEM (WS-IND-NOVO)
                            MOVE WS-BH-LIQUIDO TO
                                 BH-LOTE-HORAS (WS-IND-NOVO)
                     ELSE
                            ADD WS-BH-LIQUIDO TO BH-LOTE-HORAS (12)
                     END-IF
              END-IF.
              PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12
                      ADD BH-LOTE-HORAS (WS-IND-LOTE) TO
                          WS-BH-SALDO-FIM
              END-PERFORM.
              COMPUTE WS-BH-VALOR-PAGO ROUNDED =
                      WS-BH-VENC-PAGO * WS-VAR-VALOR-HORA (WS-ACHADO)
                      * 1,50.
              COMPUTE WS-BH-VALOR-DESC ROUNDED =
                      WS-BH-VENC-DESC * WS-VAR-VALOR-HORA (WS-ACHADO).
              ADD WS-BH-VALOR-PAGO TO WS-VAR-EXTRAS (WS-ACHADO).
              ADD WS-BH-VALOR-DESC TO WS-VAR-DESCONTOS (WS-ACHADO).
              ADD WS-BH-VENC-PAGO TO WS-TOTAL-BH-HORAS-PAGAS.
              ADD WS-BH-VENC-DESC TO WS-TOTAL-BH-HORAS-DESC.
              MOVE "SIM" TO WS-VAR-BH-APLICADO (WS-ACHADO).
              MOVE WS-COMPETENCIA TO BH-COMPETENCIA.
              MOVE FUNCTION CURRENT-DATE (1:8) TO BH-DATA-ATUALIZ.
              PERFORM GRAVA-MOV-BH.

       COMPENSA-LOTE-BH.
              IF WS-BH-LIQUIDO GREATER ZEROES
                 AND BH-LOTE-HORAS (WS-IND-LOTE) LESS ZEROES
                     IF WS-BH-LIQUIDO + BH-LOTE-HORAS (WS-IND-LOTE)
                        GREATER ZEROES
                            ADD BH-LOTE-HORAS (WS-IND-LOTE) TO
                                WS-BH-LIQUIDO
                            MOVE ZEROES TO BH-LOTE-HORAS (WS-IND-LOTE)
                     ELSE
                            ADD WS-BH-LIQUIDO TO
                                BH-LOTE-HORAS (WS-IND-LOTE)
                            MOVE ZEROES TO WS-BH-LIQUIDO
                     END-IF
              END-IF.
              IF WS-BH-LIQUIDO LESS ZEROES
                 AND BH-LOTE-HORAS (WS-IND-LOTE) GREATER ZEROES
                     IF WS-BH-LIQUIDO + BH-LOTE-HORAS (WS-IND-LOTE)
                        LESS ZEROES
                            ADD BH-LOTE-HORAS (WS-IND-LOTE) TO
                                WS-BH-LIQUIDO
                            MOVE ZEROES TO BH-LOTE-HORAS (WS-IND-LOTE)
                     ELSE
                            ADD WS-BH-LIQUIDO TO
                                BH-LOTE-HORAS (WS-IND-LOTE)
                            MOVE ZEROES TO WS-BH-LIQUIDO
                     END-IF
              END-IF.

       VENCE-LOTE-BH.
              IF BH-LOTE-HORAS (WS-IND-LOTE) NOT EQUAL ZEROES
                     DIVIDE BH-LOTE-ORIGEM (WS-IND-LOTE) BY 100
                            GIVING WS-AUX-ANO REMAINDER WS-AUX-MES
                     COMPUTE WS-IDADE-LOTE = WS-MESES-COMP
                             - (WS-AUX-ANO * 12 + WS-AUX-MES)
                     IF WS-IDADE-LOTE NOT LESS WS-PRAZO-BH
                            IF BH-LOTE-HORAS (WS-IND-LOTE)
                               GREATER ZEROES
                                   ADD BH-LOTE-HORAS (WS-IND-LOTE)
                                       TO WS-BH-VENC-PAGO
                            ELSE
                                   SUBTRACT
                                       BH-LOTE-HORAS (WS-IND-LOTE)
                                       FROM WS-BH-VENC-DESC
                            END-IF
                            MOVE ZEROES TO BH-LOTE-HORAS (WS-IND-LOTE)
                     END-IF
              END-IF.

       REORGANIZA-LOTES-BH.
              INITIALIZE TABELA-LOTES-AUX.
              MOVE ZEROES TO WS-IND-NOVO.
              PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                      UNTIL WS-IND-LOTE GREATER 12
                      IF BH-LOTE-HORAS (WS-IND-LOTE) NOT EQUAL ZEROES
                             ADD 1 TO WS-IND-NOVO
                             MOVE BH-LOTE (WS-IND-LOTE) TO
                                  WS-LOTE-AUX (WS-IND-NOVO)
                      END-IF
              END-PERFORM.
              MOVE TABELA-LOTES-AUX TO BH-LOTES.

       GRAVA-MOV-BH.
              IF WS-BH-SALDO-ANT NOT EQUAL ZEROES
                 OR WS-BH-SALDO-FIM NOT EQUAL ZEROES
                 OR WS-VAR-BH-CREDITO (WS-ACHADO) GREATER ZEROES
                 OR WS-VAR-BH-DEBITO (WS-ACHADO) GREATER ZEROES
                     ADD 1 TO WS-CT-BH-SALDOS
                     MOVE BH-MATRICULA TO MBH-MATRICULA
                     MOVE WS-COMPETENCIA TO MBH-COMPETENCIA
                     MOVE WS-BH-SALDO-ANT TO MBH-SALDO-ANT
                     MOVE WS-VAR-BH-CREDITO (WS-ACHADO) TO
                          MBH-CREDITOS
                     MOVE WS-VAR-BH-DEBITO (WS-ACHADO) TO MBH-DEBITOS
                     MOVE WS-BH-VENC-PAGO TO MBH-VENC-PAGO
                     MOVE WS-BH-VENC-DESC TO MBH-VENC-DESC
                     MOVE WS-BH-SALDO-FIM TO MBH-SALDO-FIM
                     MOVE WS-BH-VALOR-PAGO TO MBH-VALOR-PAGO
                     MOVE WS-BH-VALOR-DESC TO MBH-VALOR-DESC
                     WRITE REG-MOV-BH
              END-IF.

       GRAVA-VARIAVEL.
              OPEN OUTPUT ARQ-VARIAVEL.
              PERFORM VARYING WS-IND FROM 1 BY 1
              DISPLAY "FUNCIONARIOS APURADOS  : " WS-TOTAL-FUNC.
              DISPLAY "TOTAL DE HORAS EXTRAS  : " WS-TOTAL-EXTRAS.
              DISPLAY "TOTAL DE DESCONTOS     : " WS-TOTAL-DESCONTOS.
              DISPLAY "ADICIONAL NOTURNO      : " WS-TOTAL-NOTURNO.
              IF WS-BANCO-HORAS EQUAL "SIM"
                     DISPLAY "SALDOS DE BANCO MOVIDOS: " WS-CT-BH-SALDOS
                     DISPLAY "HORAS VENCIDAS PAGAS   : "
                             WS-TOTAL-BH-HORAS-PAGAS
                     DISPLAY "HORAS VENCIDAS DESCONT.: "
                             WS-TOTAL-BH-HORAS-DESC
              END-IF.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
