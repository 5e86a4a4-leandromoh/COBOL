       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX106.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  REENVIO DOS CREDITOS RECUSADOS PELO BANCO. QUANDO
      *          EX23 MARCA UM CREDITO COMO RECUSADO ("R") E O RH
      *          CORRIGE A CONTA POR EX50, ATE AGORA ALGUEM MONTAVA A
      *          MAO UM ARQUIVO AVULSO PARA PAGAR DE NOVO - JA SAIU
      *          VALOR ERRADO E JA SAIU CREDITO EM DOBRO. ESTE
      *          PROGRAMA LE STATUS-PAGTO.DAT E SEPARA SO AS RECUSAS
      *          DO CICLO PEDIDO (PARM-EX106.DAT; SEM ELE A DATA DE
      *          PARM-LOTE.DAT OU A DATA DO DIA) AINDA NAO
      *          REENVIADAS. A RECUSA SO VOLTA AO BANCO QUANDO O
      *          HISTORICO CADBCO-LOG.DAT (GRAVADO POR EX50) TRAZ
      *          INCLUSAO OU ALTERACAO DA CONTA DEPOIS DO MOMENTO EM
      *          QUE EX23 PROCESSOU A RECUSA E A CONTA CONSTA EM
      *          CADBCO.DAT; O VALOR E O MESMO LIQUIDO QUE EX23
      *          CONFERIU NA RECUSA, NUNCA DIGITADO.
      *          AS RECUSAS ELEGIVEIS SAEM NA REMESSA SUPLEMENTAR
      *          EX106-BANCO.CSV, NO LAYOUT DE EX14 (HEADER "H" COM A
      *          SEQUENCIA DE EX14-SEQ.DAT, DETALHE COM BANCO,
      *          AGENCIA E CONTA-DIGITO, TRAILER "T"), COM A DATA DE
      *          CREDITO NO PROXIMO DIA UTIL BANCARIO PELA MESMA
      *          REGRA DE EX14 (DATSRV E FERIADOS.DAT). A REMESSA E
      *          LIGADA AO CICLO ORIGINAL POR UMA LINHA NO LIVRO-RAZAO
      *          EX14-CTRL.DAT COM O CICLO DA RECUSA E A MARCA "R"
      *          (REENVIO) NO LUGAR DA MARCA DE OVERRIDE, E CADA
      *          RECUSA REENVIADA E MARCADA EM STATUS-PAGTO.DAT
      *          (REENVIO "S" E DATA-HORA) - RODAR DE NOVO NAO PAGA
      *          DUAS VEZES.
      *          AS RECUSAS QUE AINDA ESPERAM CORRECAO DA CONTA (SEM
      *          ALTERACAO EM CADBCO DEPOIS DA RECUSA, OU SEM CONTA
      *          EM CADBCO) SAEM EM EX106-PENDENTES.DAT E NO CONSOLE,
      *          E HAVENDO ALGUMA O PROGRAMA DEVOLVE RETURN-CODE 4.
      *          ANTES DO TRAILER A REMESSA CONFERE OS PROPRIOS
      *          TOTAIS (RECUSAS DO CICLO = REENVIADAS + PENDENTES +
      *          JA REENVIADAS, EM QUANTIDADE E VALOR) E, SE NAO
      *          FECHAR, SAI SEM TRAILER, NADA E MARCADO E O PROGRAMA
      *          DEVOLVE RETURN-CODE 16. TERMINA COM GOBACK PARA PODER
      *          SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STATUS-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PAGTO.
       SELECT STATUS-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LOG-BCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADBCO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BCO-MATRICULA
              FILE STATUS IS WS-STATUS-CADBCO.
       SELECT CSV-BANCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PENDENTES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SEQ-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-SEQ-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LEDGER-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LEDGER.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STATUS-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "STATUS-PAGTO.DAT".

       01 REG-STATUS-ENT.
              02 PAGTO-CODIGO     PIC 9(05).
              02 PAGTO-NOME       PIC X(20).
              02 PAGTO-VALOR      PIC 9(7)V99.
              02 PAGTO-SITUACAO   PIC X(01).
              02 PAGTO-MOTIVO     PIC X(02).
              02 PAGTO-CICLO      PIC 9(08).
              02 PAGTO-RETORNO-EM PIC X(14).
              02 PAGTO-REENVIO    PIC X(01).
              02 PAGTO-REENVIO-EM PIC X(14).

       FD STATUS-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "STATUS-PAGTO.DAT".

       01 REG-STATUS-SAI PIC X(74).

       FD LOG-BCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO-LOG.DAT".

       01 REG-LOG-BCO.
              02 LOGB-DATA-HORA PIC X(14).
              02 LOGB-MATRICULA PIC 9(05).
              02 LOGB-ACAO      PIC X(01).
              02 LOGB-BANCO     PIC 9(03).
              02 LOGB-AGENCIA   PIC 9(04).
              02 LOGB-CONTA     PIC 9(08).
              02 LOGB-DIGITO    PIC 9(01).

       FD CADBCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO.DAT".

       01 REG-BCO.
              02 BCO-MATRICULA PIC 9(05).
              02 BCO-BANCO     PIC 9(03).
              02 BCO-AGENCIA   PIC 9(04).
              02 BCO-CONTA     PIC 9(08).
              02 BCO-DIGITO    PIC 9(01).

       FD CSV-BANCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX106-BANCO.CSV".

       01 REG-CSV-BANCO PIC X(70).

       FD PENDENTES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX106-PENDENTES.DAT".

       01 REG-PENDENTE.
              02 PEN-MATRICULA PIC 9(05).
              02 PEN-NOME      PIC X(20).
              02 PEN-VALOR     PIC 9(7)V99.
              02 PEN-MOTIVO    PIC X(02).
              02 PEN-RECUSA-EM PIC X(14).
              02 PEN-SITUACAO  PIC X(25).

       FD ARQ-SEQ-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-SEQ.DAT".

       01 REG-SEQ-ENT.
              02 SEQ-ENT-NUMERO PIC 9(05).

       FD ARQ-SEQ-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-SEQ.DAT".

       01 REG-SEQ-SAI.
              02 SEQ-SAI-NUMERO PIC 9(05).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX106.DAT".

       01 REG-PARM.
              02 PARM-CICLO    PIC X(08).
              02 PARM-OPERADOR PIC X(10).

       FD LEDGER-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-CTRL.DAT".

       01 REG-LEDGER-SAI.
              02 LED-SAI-CICLO     PIC 9(08).
              02 LED-SAI-FILIAL    PIC X(04).
              02 LED-SAI-SEQUENCIA PIC 9(05).
              02 LED-SAI-QTDE      PIC 9(07).
              02 LED-SAI-VALOR     PIC 9(9)V99.
              02 LED-SAI-OPERADOR  PIC X(10).
              02 LED-SAI-OVERRIDE  PIC X(01).

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PAGTO PIC X(02).
       77 WS-STATUS-CADBCO PIC X(02).
       77 WS-STATUS-LEDGER PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-STATUS PIC 9(01) VALUE 0.
       77 WS-FIM-LOG PIC 9(01) VALUE 0.
       77 WS-TEM-CADBCO PIC X(03) VALUE "NAO".
       77 WS-REMESSA-ABERTA PIC X(03) VALUE "NAO".
       77 WS-BCO-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-ALTERADA PIC X(03) VALUE "NAO".
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-IND-LOG PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-STATUS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-LOG PIC 9(05) VALUE ZEROES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(04) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(08) VALUE SPACES.
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-SEQUENCIA PIC 9(05) VALUE ZEROES.
       77 WS-DATA-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-VALOR-LIQUIDO-ED PIC 9(7),99.
       77 WS-HASH-ED PIC 9(9),99.
       77 WS-CT-RECUSAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REENVIADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-REENVIADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-OUTROS-CICLOS PIC 9(05) VALUE ZEROES.
       77 WS-HASH-RECUSAS PIC 9(9)V99 VALUE ZEROES.
       77 WS-HASH-REENVIADOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-HASH-PENDENTES PIC 9(9)V99 VALUE ZEROES.
       77 WS-HASH-JA-REENVIADOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-ANO-COBERTO PIC X(03) VALUE "NAO".
       77 WS-DATA-CREDITO PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-IND-SEMANA PIC 9(01) VALUE ZEROES.
       77 WS-VOLTAS PIC 9(03) VALUE ZEROES.

       01 TABELA-STATUS.
              02 WS-ST OCCURS 5000 TIMES.
                     03 WS-ST-CODIGO     PIC 9(05).
                     03 WS-ST-NOME       PIC X(20).
                     03 WS-ST-VALOR      PIC 9(7)V99.
                     03 WS-ST-SITUACAO   PIC X(01).
                     03 WS-ST-MOTIVO     PIC X(02).
                     03 WS-ST-CICLO      PIC 9(08).
                     03 WS-ST-RETORNO-EM PIC X(14).
                     03 WS-ST-REENVIO    PIC X(01).
                     03 WS-ST-REENVIO-EM PIC X(14).

       01 TABELA-ALTERACOES.
              02 WS-ALT OCCURS 2000 TIMES.
                     03 WS-ALT-MATRICULA PIC 9(05).
                     03 WS-ALT-DATA-HORA PIC X(14).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA106.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PROCESSA-RECUSA
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-STATUS
                      OR WS-ABORTAR EQUAL "SIM"
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
          AND WS-REMESSA-ABERTA EQUAL "SIM"
              PERFORM CONFERE-E-GRAVA-TRAILER
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-EX106.
              PERFORM DEFINE-CICLO.
              DISPLAY "EX106 - REENVIO DAS RECUSAS DO CICLO " WS-CICLO.
              PERFORM CARREGA-STATUS.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-ALTERACOES
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-CADBCO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN OUTPUT PENDENTES
                     PERFORM CARREGA-FERIADOS
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       LE-PARAMETRO-EX106.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-OPERADOR TO WS-OPERADOR
                     IF PARM-CICLO NOT EQUAL SPACES
                            MOVE PARM-CICLO TO WS-LOTE-DATA
                     END-IF.
              CLOSE ARQ-PARM.

       DEFINE-CICLO.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.

       CARREGA-STATUS.
              OPEN INPUT STATUS-ENT.
              IF WS-STATUS-PAGTO NOT EQUAL "00"
                     DISPLAY "EX106 - ERRO AO ABRIR STATUS-PAGTO - "
                             "FILE STATUS " WS-STATUS-PAGTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-STATUS EQUAL 1
                            READ STATUS-ENT
                                   AT END MOVE 1 TO WS-FIM-STATUS
                                   NOT AT END
                                   PERFORM GUARDA-STATUS
                            END-READ
                     END-PERFORM
                     CLOSE STATUS-ENT
              END-IF.

       GUARDA-STATUS.
              IF WS-TOTAL-STATUS EQUAL 5000
                     DISPLAY "EX106 - TABELA DE STATUS-PAGTO CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-STATUS
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-STATUS
                     MOVE REG-STATUS-ENT TO WS-ST (WS-TOTAL-STATUS)
              END-IF.

       CARREGA-ALTERACOES.
              OPEN INPUT LOG-BCO.
              PERFORM UNTIL WS-FIM-LOG EQUAL 1
                     READ LOG-BCO
                            AT END MOVE 1 TO WS-FIM-LOG
                            NOT AT END
                            IF LOGB-ACAO EQUAL "A"
                               OR LOGB-ACAO EQUAL "U"
                                   PERFORM GUARDA-ALTERACAO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE LOG-BCO.

       GUARDA-ALTERACAO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                      UNTIL WS-IND-LOG GREATER WS-TOTAL-LOG
                      IF WS-ALT-MATRICULA (WS-IND-LOG) EQUAL
                         LOGB-MATRICULA
                             MOVE WS-IND-LOG TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-LOG EQUAL 2000
                            DISPLAY "EX106 - TABELA DE ALTERACOES DE "
                                    "CONTA CHEIA (2000) - ABORTANDO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO WS-FIM-LOG
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            ADD 1 TO WS-TOTAL-LOG
                            MOVE LOGB-MATRICULA TO
                                 WS-ALT-MATRICULA (WS-TOTAL-LOG)
                            MOVE LOGB-DATA-HORA TO
                                 WS-ALT-DATA-HORA (WS-TOTAL-LOG)
                     END-IF
              ELSE
                     IF LOGB-DATA-HORA GREATER
                        WS-ALT-DATA-HORA (WS-ACHADO)
                            MOVE LOGB-DATA-HORA TO
                                 WS-ALT-DATA-HORA (WS-ACHADO)
                     END-IF
              END-IF.

       ABRE-CADBCO.
              OPEN INPUT CADBCO.
              IF WS-STATUS-CADBCO EQUAL "00"
                     MOVE "SIM" TO WS-TEM-CADBCO
              ELSE
                     DISPLAY "EX106 - ERRO AO ABRIR CADBCO - FILE "
                             "STATUS " WS-STATUS-CADBCO
                             " - SEM CONTA NAO HA REENVIO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       CARREGA-FERIADOS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-GERACAO.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO WS-FIM-FERIADOS
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.

       GUARDA-FERIADO.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX106 - TABELA DE FERIADOS CHEIA (100) "
                             "- FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
                     IF FER-DATA (1:4) EQUAL WS-DATA-GERACAO (1:4)
                            MOVE "SIM" TO WS-ANO-COBERTO
                     END-IF
              END-IF.

       CALCULA-DATA-CREDITO.
              IF WS-ANO-COBERTO EQUAL "NAO"
                     DISPLAY "EX106 - FERIADOS.DAT NAO COBRE O ANO "
                             WS-DATA-GERACAO (1:4)
                             " - DATA DE CREDITO NAO CONFIAVEL - "
                             "REENVIO RECUSADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE WS-DATA-GERACAO TO WS-DATA-CREDITO
                     MOVE "S" TO DAT-FUNCAO
                     MOVE WS-DATA-CREDITO (7:2) TO DAT-DIA
                     MOVE WS-DATA-CREDITO (5:2) TO DAT-MES
                     MOVE WS-DATA-CREDITO (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     MOVE DAT-DIA-SEMANA-IND TO WS-IND-SEMANA
                     COMPUTE WS-DATA-INTEIRO =
                             FUNCTION INTEGER-OF-DATE
                             (WS-DATA-CREDITO)
                     MOVE "NAO" TO WS-E-UTIL
                     MOVE ZEROES TO WS-VOLTAS
                     PERFORM AVANCA-DIA-UTIL
                             UNTIL WS-E-UTIL EQUAL "SIM"
                             OR WS-VOLTAS GREATER 060
                     DISPLAY "EX106 - CREDITO AGENDADO PARA "
                             WS-DATA-CREDITO
              END-IF.

       AVANCA-DIA-UTIL.
              ADD 1 TO WS-DATA-INTEIRO WS-VOLTAS.
              COMPUTE WS-DATA-CREDITO = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INTEIRO).
              IF WS-IND-SEMANA EQUAL 7
                     MOVE 1 TO WS-IND-SEMANA
              ELSE
                     ADD 1 TO WS-IND-SEMANA
              END-IF.
              PERFORM VERIFICA-UTIL-CREDITO.

       VERIFICA-UTIL-CREDITO.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-DATA-CREDITO
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF WS-IND-SEMANA EQUAL 1
                 OR WS-IND-SEMANA EQUAL 2
                 OR WS-E-FERIADO EQUAL "SIM"
                     MOVE "NAO" TO WS-E-UTIL
              ELSE
                     MOVE "SIM" TO WS-E-UTIL
              END-IF.

       PROCESSA-RECUSA.
              IF WS-ST-SITUACAO (WS-IND) NOT EQUAL "R"
                     NEXT SENTENCE
              ELSE
              IF WS-ST-CICLO (WS-IND) NOT EQUAL WS-CICLO
                     ADD 1 TO WS-CT-OUTROS-CICLOS
              ELSE
                     ADD 1 TO WS-CT-RECUSAS
                     ADD WS-ST-VALOR (WS-IND) TO WS-HASH-RECUSAS
                     IF WS-ST-REENVIO (WS-IND) EQUAL "S"
                            PERFORM CONTA-JA-REENVIADA
                     ELSE
                            PERFORM CLASSIFICA-RECUSA
                     END-IF
              END-IF
              END-IF.

       CONTA-JA-REENVIADA.
              ADD 1 TO WS-CT-JA-REENVIADOS.
              ADD WS-ST-VALOR (WS-IND) TO WS-HASH-JA-REENVIADOS.
              DISPLAY "EX106 - MATRICULA " WS-ST-CODIGO (WS-IND)
                      " JA REENVIADA EM " WS-ST-REENVIO-EM (WS-IND)
                      " - NAO SAI DE NOVO".

       CLASSIFICA-RECUSA.
              MOVE WS-ST-CODIGO (WS-IND) TO BCO-MATRICULA.
              READ CADBCO
                     INVALID KEY
                            MOVE "NAO" TO WS-BCO-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-BCO-ENCONTRADO
              END-READ.
              PERFORM VERIFICA-ALTERACAO.
              IF WS-BCO-ENCONTRADO EQUAL "NAO"
                     MOVE "SEM CONTA EM CADBCO" TO PEN-SITUACAO
                     PERFORM GRAVA-PENDENTE
              ELSE
              IF WS-ALTERADA EQUAL "NAO"
                     MOVE "CONTA NAO CORRIGIDA" TO PEN-SITUACAO
                     PERFORM GRAVA-PENDENTE
              ELSE
                     IF WS-REMESSA-ABERTA EQUAL "NAO"
                            PERFORM ABRE-REMESSA
                     END-IF
                     IF WS-ABORTAR EQUAL "NAO"
                            PERFORM GRAVA-DETALHE
                     END-IF
              END-IF
              END-IF.

       VERIFICA-ALTERACAO.
              MOVE "NAO" TO WS-ALTERADA.
              PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                      UNTIL WS-IND-LOG GREATER WS-TOTAL-LOG
                      IF WS-ALT-MATRICULA (WS-IND-LOG) EQUAL
                         WS-ST-CODIGO (WS-IND)
                         AND WS-ALT-DATA-HORA (WS-IND-LOG) GREATER
                             WS-ST-RETORNO-EM (WS-IND)
                             MOVE "SIM" TO WS-ALTERADA
                      END-IF
              END-PERFORM.

       GRAVA-PENDENTE.
              MOVE WS-ST-CODIGO (WS-IND) TO PEN-MATRICULA.
              MOVE WS-ST-NOME (WS-IND) TO PEN-NOME.
              MOVE WS-ST-VALOR (WS-IND) TO PEN-VALOR.
              MOVE WS-ST-MOTIVO (WS-IND) TO PEN-MOTIVO.
              MOVE WS-ST-RETORNO-EM (WS-IND) TO PEN-RECUSA-EM.
              WRITE REG-PENDENTE.
              ADD 1 TO WS-CT-PENDENTES.
              ADD WS-ST-VALOR (WS-IND) TO WS-HASH-PENDENTES.
              DISPLAY "EX106 - MATRICULA " WS-ST-CODIGO (WS-IND)
                      " RECUSADA (MOTIVO " WS-ST-MOTIVO (WS-IND)
                      ") AGUARDA CORRECAO - " PEN-SITUACAO.

       ABRE-REMESSA.
              PERFORM CALCULA-DATA-CREDITO.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM OBTEM-SEQUENCIA
                     OPEN OUTPUT CSV-BANCO
                     MOVE "SIM" TO WS-REMESSA-ABERTA
                     PERFORM GRAVA-HEADER
              END-IF.

       OBTEM-SEQUENCIA.
              OPEN INPUT ARQ-SEQ-ENT.
              READ ARQ-SEQ-ENT
                     AT END
                     MOVE ZEROES TO WS-SEQUENCIA
                     NOT AT END
                     MOVE SEQ-ENT-NUMERO TO WS-SEQUENCIA.
              CLOSE ARQ-SEQ-ENT.
              ADD 1 TO WS-SEQUENCIA.
              OPEN OUTPUT ARQ-SEQ-SAI.
              MOVE WS-SEQUENCIA TO SEQ-SAI-NUMERO.
              WRITE REG-SEQ-SAI.
              CLOSE ARQ-SEQ-SAI.

       GRAVA-HEADER.
              MOVE SPACES TO REG-CSV-BANCO.
              STRING "H"                          DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     FUNCTION TRIM (WS-EMPRESA)   DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-DATA-GERACAO              DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-SEQUENCIA                 DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-DATA-CREDITO              DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.

       GRAVA-DETALHE.
              MOVE SPACES TO REG-CSV-BANCO.
              MOVE WS-ST-VALOR (WS-IND) TO WS-VALOR-LIQUIDO-ED.
              STRING WS-ST-CODIGO (WS-IND)      DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ST-NOME (WS-IND))
                                                 DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     WS-VALOR-LIQUIDO-ED         DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-BANCO                   DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-AGENCIA                 DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-CONTA                   DELIMITED BY SIZE
                     "-"                         DELIMITED BY SIZE
                     BCO-DIGITO                  DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     WS-DATA-CREDITO             DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.
              ADD 1 TO WS-CT-REENVIADOS.
              ADD WS-ST-VALOR (WS-IND) TO WS-HASH-REENVIADOS.
              MOVE "S" TO WS-ST-REENVIO (WS-IND).
              MOVE WS-DATA-HORA TO WS-ST-REENVIO-EM (WS-IND).
              DISPLAY "EX106 - MATRICULA " WS-ST-CODIGO (WS-IND)
                      " REENVIADA - VALOR " WS-VALOR-LIQUIDO-ED
                      " CONTA " BCO-BANCO "/" BCO-AGENCIA "/"
                      BCO-CONTA "-" BCO-DIGITO.

       CONFERE-E-GRAVA-TRAILER.
              IF WS-CT-REENVIADOS + WS-CT-PENDENTES
                 + WS-CT-JA-REENVIADOS
                 NOT EQUAL WS-CT-RECUSAS
                 OR WS-HASH-REENVIADOS + WS-HASH-PENDENTES
                    + WS-HASH-JA-REENVIADOS
                    NOT EQUAL WS-HASH-RECUSAS
                     DISPLAY "EX106 - TOTAIS DE CONTROLE NAO FECHAM - "
                             "RECUSAS " WS-CT-RECUSAS
                             " VALOR " WS-HASH-RECUSAS
                             " X REENVIADAS " WS-CT-REENVIADOS
                             " VALOR " WS-HASH-REENVIADOS
                             " + PENDENTES " WS-CT-PENDENTES
                             " + JA REENVIADAS " WS-CT-JA-REENVIADOS
                     DISPLAY "EX106 - REMESSA ABORTADA - NAO ENVIAR "
                             "EX106-BANCO.CSV AO BANCO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-TRAILER
                     PERFORM GRAVA-LEDGER
                     PERFORM REGRAVA-STATUS
              END-IF.

       GRAVA-TRAILER.
              MOVE SPACES TO REG-CSV-BANCO.
              MOVE WS-HASH-REENVIADOS TO WS-HASH-ED.
              STRING "T"                DELIMITED BY SIZE
                     ","                DELIMITED BY SIZE
                     WS-CT-REENVIADOS   DELIMITED BY SIZE
                     ","                DELIMITED BY SIZE
                     WS-HASH-ED         DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.

       GRAVA-LEDGER.
              OPEN EXTEND LEDGER-SAI.
              IF WS-STATUS-LEDGER NOT EQUAL "00"
                     OPEN OUTPUT LEDGER-SAI
              END-IF.
              MOVE WS-CICLO TO LED-SAI-CICLO.
              MOVE WS-LOTE-FILIAL TO LED-SAI-FILIAL.
              MOVE WS-SEQUENCIA TO LED-SAI-SEQUENCIA.
              MOVE WS-CT-REENVIADOS TO LED-SAI-QTDE.
              MOVE WS-HASH-REENVIADOS TO LED-SAI-VALOR.
              MOVE WS-OPERADOR TO LED-SAI-OPERADOR.
              MOVE "R" TO LED-SAI-OVERRIDE.
              WRITE REG-LEDGER-SAI.
              CLOSE LEDGER-SAI.

       REGRAVA-STATUS.
              OPEN OUTPUT STATUS-SAI.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-STATUS
                      MOVE WS-ST (WS-IND) TO REG-STATUS-SAI
                      WRITE REG-STATUS-SAI
              END-PERFORM.
              CLOSE STATUS-SAI.

       RESUMO-FINAL.
              DISPLAY "EX106 - RESUMO DO REENVIO DE RECUSAS".
              DISPLAY "CICLO                    : " WS-CICLO.
              DISPLAY "RECUSAS DO CICLO         : " WS-CT-RECUSAS
                      " VALOR " WS-HASH-RECUSAS.
              DISPLAY "REENVIADAS AGORA         : " WS-CT-REENVIADOS
                      " VALOR " WS-HASH-REENVIADOS.
              DISPLAY "AGUARDANDO CORRECAO      : " WS-CT-PENDENTES
                      " VALOR " WS-HASH-PENDENTES.
              DISPLAY "JA REENVIADAS ANTES      : "
                      WS-CT-JA-REENVIADOS.
              IF WS-CT-REENVIADOS GREATER ZEROES
                     DISPLAY "EX106 - REMESSA SUPLEMENTAR "
                             "EX106-BANCO.CSV - ARQUIVO " WS-SEQUENCIA
              END-IF.
              IF WS-CT-RECUSAS EQUAL ZEROES
                 AND WS-CT-OUTROS-CICLOS GREATER ZEROES
                     DISPLAY "EX106 - AVISO: STATUS-PAGTO.DAT SO TRAZ "
                             "RECUSAS DE OUTRO CICLO ("
                             WS-CT-OUTROS-CICLOS ")"
              END-IF.
              IF WS-CT-PENDENTES GREATER ZEROES
                 AND RETURN-CODE EQUAL ZEROES
                     MOVE 4 TO RETURN-CODE
              END-IF.

       TERMINO.
              IF WS-TEM-CADBCO EQUAL "SIM"
                     CLOSE CADBCO PENDENTES
              END-IF.
              IF WS-REMESSA-ABERTA EQUAL "SIM"
                     CLOSE CSV-BANCO
              END-IF.
              PERFORM RESUMO-FINAL.
