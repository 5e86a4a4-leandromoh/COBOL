       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX116.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  VERIFICACAO DAS TRILHAS DE AUDITORIA SELADAS:
      *          EX08-AUDIT.DAT (GRAVADA POR EX08, COM O NOME DO LOTE DE
      *          PARM-LOTE.DAT QUANDO HOUVER, NO MESMO MOLDE DE EX16),
      *          EX11-AUDIT.DAT (EX58), EX29-CLI-AUDIT.DAT E
      *          EX29-LOG.DAT (EX29), ALEM DE EX117-AUDIT.DAT (AS
      *          DECISOES DA RECERTIFICACAO DE ACESSO DE EX117). CADA
      *          REGISTRO DESSAS TRILHAS TRAZ NO FIM A SEQUENCIA E O
      *          SELO ENCADEADO AO DO REGISTRO ANTERIOR; A TRILHA E
      *          RELIDA DO COMECO E O SELO DE CADA REGISTRO E
      *          RECALCULADO PELO SUBPROGRAMA SELSRV. O PRIMEIRO
      *          REGISTRO QUE NAO CONFERE E APONTADO PELA LINHA DO
      *          ARQUIVO: SEQUENCIA MAIOR QUE A ESPERADA = REGISTRO
      *          EXCLUIDO ANTES DELE; MENOR = REGISTRO INSERIDO; IGUAL
      *          COM SELO DIFERENTE = REGISTRO ALTERADO. REGISTROS
      *          ANTIGOS, SEM SELO, NO COMECO DA TRILHA SAO CONTADOS A
      *          PARTE. A CADA EXECUCAO E ACRESCENTADO EM
      *          SELOS-AUDIT.DAT (COPY CADSELO, ELE PROPRIO ENCADEADO E
      *          CONFERIDO NA LEITURA) UM SELO POR TRILHA COM A
      *          QUANTIDADE E O PRIMEIRO E O ULTIMO SELO. O ULTIMO SELO
      *          INTEGRO DA TRILHA E CONFERIDO NA EXECUCAO SEGUINTE:
      *          TRILHA MAIS CURTA QUE O SELO FOI TRUNCADA NO FIM;
      *          PRIMEIRO SELO DIFERENTE QUER DIZER TRILHA RECRIADA - O
      *          QUE SO E NORMAL PARA EX08-AUDIT.DAT, REGRAVADA A CADA
      *          CICLO - E TRILHA SELADA QUE SUMIU FOI APAGADA. O
      *          VEREDITO DE CADA TRILHA VAI PARA EX116-RESULT.DAT (NO
      *          MOLDE DE EX16-RESULT.DAT), LIDO PELO DIGEST MATINAL
      *          EX38. HAVENDO TRILHA VIOLADA O RETURN-CODE E 4
      *          (GUARDADO EM WS-RETORNO E DEVOLVIDO NO FIM, PORQUE CADA
      *          CALL DE SELSRV ZERA O RETURN-CODE). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRILHA ASSIGN DYNAMIC WS-NOME-TRILHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRILHA.
       SELECT SELOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SELOS.
       SELECT ARQ-RESULT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD TRILHA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-TRILHA PIC X(300).

       FD SELOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "SELOS-AUDIT.DAT".

       01 REG-SELO.
              COPY CADSELO.

       FD ARQ-RESULT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX116-RESULT.DAT".

       01 REG-RESULT.
              02 RESULT-ARQUIVO   PIC X(30).
              02 RESULT-VEREDITO  PIC X(10).
              02 RESULT-REGISTRO  PIC 9(09).
              02 RESULT-MOTIVO    PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FIM-ARQ PIC 9(01) VALUE 0.
       77 WS-STATUS-TRILHA PIC X(02).
       77 WS-STATUS-SELOS PIC X(02).
       77 WS-LOTE-FILIAL PIC X(04) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(08) VALUE SPACES.
       77 WS-NOME-TRILHA PIC X(030) VALUE SPACES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-TOTAL-TRILHAS PIC 9(02) VALUE ZEROES.
       77 WS-IND-TRL PIC 9(02) VALUE ZEROES.
       77 WS-TAM PIC 9(03) VALUE ZEROES.
       77 WS-POSICAO PIC 9(09) VALUE ZEROES.
       77 WS-SEQ-ESPERADA PIC 9(09) VALUE ZEROES.
       77 WS-ULTIMA-SEQ PIC 9(09) VALUE ZEROES.
       77 WS-SELO-CORRENTE PIC 9(10) VALUE ZEROES.
       77 WS-PRIMEIRO-SELO PIC 9(10) VALUE ZEROES.
       77 WS-SELO-NO-PONTO PIC 9(10) VALUE ZEROES.
       77 WS-POS-NO-PONTO PIC 9(09) VALUE ZEROES.
       77 WS-CT-LEGADO PIC 9(09) VALUE ZEROES.
       77 WS-INICIADA PIC X(03) VALUE "NAO".
       77 WS-VIOLADA PIC X(03) VALUE "NAO".
       77 WS-AUSENTE PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-REG-VIOLACAO PIC 9(09) VALUE ZEROES.
       77 WS-SLO-SEQ PIC 9(09) VALUE ZEROES.
       77 WS-SLO-ANTERIOR PIC 9(10) VALUE ZEROES.
       77 WS-SLO-POSICAO PIC 9(09) VALUE ZEROES.
       77 WS-SLO-VIOLADO PIC X(03) VALUE "NAO".
       77 WS-SLO-REG-VIOLACAO PIC 9(09) VALUE ZEROES.
       77 WS-SLO-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-SLO-CONT-SEQ PIC 9(09) VALUE ZEROES.
       77 WS-SLO-CONT-SELO PIC 9(10) VALUE ZEROES.
       77 WS-CT-INTEGRAS PIC 9(02) VALUE ZEROES.
       77 WS-CT-VIOLADAS PIC 9(02) VALUE ZEROES.
       77 WS-CT-AUSENTES PIC 9(02) VALUE ZEROES.
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.

       01 WS-CONTROLE.
              02 WS-CTL-SEQ  PIC 9(09).
              02 WS-CTL-SELO PIC 9(10).

       01 TABELA-TRILHAS.
              02 WS-TRL OCCURS 5 TIMES.
                     03 WS-TRL-NOME         PIC X(30).
                     03 WS-TRL-TAMANHO      PIC 9(03).
                     03 WS-TRL-REGERAVEL    PIC X(01).
                     03 WS-TRL-TEM-SELO     PIC X(03).
                     03 WS-TRL-SELO-QTDE    PIC 9(09).
                     03 WS-TRL-SELO-PRIMEIRO PIC 9(10).
                     03 WS-TRL-SELO-ULTIMO  PIC 9(10).

       01 SELSRV-AREA.
              COPY SELSRV.

       PROCEDURE DIVISION.

       PROGRAMA116.

       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
       PERFORM LE-PARAMETRO-LOTE.
       PERFORM MONTA-TABELA-TRILHAS.
       PERFORM CARREGA-SELOS.
       OPEN OUTPUT ARQ-RESULT.
       PERFORM GRAVA-RESULT-SELOS.
       PERFORM ABRE-SELOS-EXTEND.
       PERFORM VERIFICA-TRILHA
               VARYING WS-IND-TRL FROM 1 BY 1
               UNTIL WS-IND-TRL GREATER WS-TOTAL-TRILHAS.
       CLOSE SELOS.
       CLOSE ARQ-RESULT.
       PERFORM RESUMO-FINAL.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       MONTA-TABELA-TRILHAS.
              MOVE 5 TO WS-TOTAL-TRILHAS.
              MOVE "EX08-AUDIT.DAT" TO WS-TRL-NOME (1).
              IF WS-LOTE-FILIAL NOT EQUAL SPACES
                 OR WS-LOTE-DATA NOT EQUAL SPACES
                     MOVE SPACES TO WS-TRL-NOME (1)
                     STRING "EX08-AUDIT-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-TRL-NOME (1)
              END-IF.
              MOVE 104 TO WS-TRL-TAMANHO (1).
              MOVE "S" TO WS-TRL-REGERAVEL (1).
              MOVE "EX11-AUDIT.DAT" TO WS-TRL-NOME (2).
              MOVE 72 TO WS-TRL-TAMANHO (2).
              MOVE "N" TO WS-TRL-REGERAVEL (2).
              MOVE "EX29-CLI-AUDIT.DAT" TO WS-TRL-NOME (3).
              MOVE 69 TO WS-TRL-TAMANHO (3).
              MOVE "N" TO WS-TRL-REGERAVEL (3).
              MOVE "EX29-LOG.DAT" TO WS-TRL-NOME (4).
              MOVE 49 TO WS-TRL-TAMANHO (4).
              MOVE "N" TO WS-TRL-REGERAVEL (4).
              MOVE "EX117-AUDIT.DAT" TO WS-TRL-NOME (5).
              MOVE 67 TO WS-TRL-TAMANHO (5).
              MOVE "N" TO WS-TRL-REGERAVEL (5).
              PERFORM VARYING WS-IND-TRL FROM 1 BY 1
                      UNTIL WS-IND-TRL GREATER WS-TOTAL-TRILHAS
                      MOVE "NAO" TO WS-TRL-TEM-SELO (WS-IND-TRL)
                      MOVE ZEROES TO WS-TRL-SELO-QTDE (WS-IND-TRL)
                                     WS-TRL-SELO-PRIMEIRO (WS-IND-TRL)
                                     WS-TRL-SELO-ULTIMO (WS-IND-TRL)
              END-PERFORM.

      *    LE OS SELOS ANTERIORES CONFERINDO A CORRENTE DO PROPRIO
      *    ARQUIVO DE SELOS; DEPOIS DE UMA QUEBRA NENHUM SELO E
      *    ACEITO COMO PONTO DE CONFERENCIA.
       CARREGA-SELOS.
              MOVE 1 TO WS-SEQ-ESPERADA.
              OPEN INPUT SELOS.
              IF WS-STATUS-SELOS EQUAL "00"
                     MOVE 0 TO WS-FIM-ARQ
                     PERFORM UNTIL WS-FIM-ARQ EQUAL 1
                            READ SELOS
                                   AT END MOVE 1 TO WS-FIM-ARQ
                                   NOT AT END
                                   PERFORM CONFERE-SELO
                            END-READ
                     END-PERFORM
                     CLOSE SELOS
              END-IF.

       CONFERE-SELO.
              ADD 1 TO WS-SLO-POSICAO.
              IF SLO-SEQ-SELO NUMERIC AND SLO-SELO NUMERIC
                     MOVE SLO-SEQ-SELO TO WS-SLO-CONT-SEQ
                     MOVE SLO-SELO TO WS-SLO-CONT-SELO
              END-IF.
              IF WS-SLO-VIOLADO EQUAL "NAO"
                     IF SLO-SEQ-SELO NOT NUMERIC
                        OR SLO-SELO NOT NUMERIC
                            MOVE "CONTROLE ADULTERADO" TO WS-SLO-MOTIVO
                            PERFORM VIOLA-SELOS
                     ELSE
                     IF SLO-SEQ-SELO GREATER WS-SEQ-ESPERADA
                            MOVE "REGISTRO EXCLUIDO" TO WS-SLO-MOTIVO
                            PERFORM VIOLA-SELOS
                     ELSE
                     IF SLO-SEQ-SELO LESS WS-SEQ-ESPERADA
                            MOVE "REGISTRO INSERIDO" TO WS-SLO-MOTIVO
                            PERFORM VIOLA-SELOS
                     ELSE
                            MOVE WS-SLO-ANTERIOR TO SLS-SELO-ANTERIOR
                            MOVE SLO-SEQ-SELO TO SLS-SEQUENCIA
                            MOVE 103 TO SLS-TAMANHO
                            MOVE REG-SELO (1:103) TO SLS-DADOS
                            CALL "SELSRV" USING SELSRV-AREA
                            IF SLS-SELO NOT EQUAL SLO-SELO
                                   MOVE "REGISTRO ALTERADO" TO
                                        WS-SLO-MOTIVO
                                   PERFORM VIOLA-SELOS
                            ELSE
                                   MOVE SLO-SELO TO WS-SLO-ANTERIOR
                                   ADD 1 TO WS-SEQ-ESPERADA
                                   IF SLO-VEREDITO EQUAL "I"
                                          PERFORM GUARDA-SELO
                                   END-IF
                            END-IF
                     END-IF
                     END-IF
                     END-IF
              END-IF.

       VIOLA-SELOS.
              MOVE "SIM" TO WS-SLO-VIOLADO.
              MOVE WS-SLO-POSICAO TO WS-SLO-REG-VIOLACAO.
              DISPLAY "EX116 - SELOS-AUDIT.DAT VIOLADO NA LINHA "
                      WS-SLO-POSICAO " - " WS-SLO-MOTIVO.

       GUARDA-SELO.
              PERFORM VARYING WS-IND-TRL FROM 1 BY 1
                      UNTIL WS-IND-TRL GREATER WS-TOTAL-TRILHAS
                      IF SLO-ARQUIVO EQUAL WS-TRL-NOME (WS-IND-TRL)
                             MOVE "SIM" TO WS-TRL-TEM-SELO (WS-IND-TRL)
                             MOVE SLO-QTDE TO
                                  WS-TRL-SELO-QTDE (WS-IND-TRL)
                             MOVE SLO-PRIMEIRO-SELO TO
                                  WS-TRL-SELO-PRIMEIRO (WS-IND-TRL)
                             MOVE SLO-ULTIMO-SELO TO
                                  WS-TRL-SELO-ULTIMO (WS-IND-TRL)
                      END-IF
              END-PERFORM.

       GRAVA-RESULT-SELOS.
              MOVE "SELOS-AUDIT.DAT" TO RESULT-ARQUIVO.
              MOVE WS-SLO-REG-VIOLACAO TO RESULT-REGISTRO.
              IF WS-SLO-VIOLADO EQUAL "SIM"
                     MOVE "VIOLADA" TO RESULT-VEREDITO
                     MOVE WS-SLO-MOTIVO TO RESULT-MOTIVO
                     ADD 1 TO WS-CT-VIOLADAS
                     MOVE 4 TO WS-RETORNO
              ELSE
                     MOVE "INTEGRA" TO RESULT-VEREDITO
                     MOVE SPACES TO RESULT-MOTIVO
                     ADD 1 TO WS-CT-INTEGRAS
              END-IF.
              WRITE REG-RESULT.

       ABRE-SELOS-EXTEND.
              OPEN EXTEND SELOS.
              IF WS-STATUS-SELOS NOT EQUAL "00"
                     OPEN OUTPUT SELOS
              END-IF.

       VERIFICA-TRILHA.
              MOVE WS-TRL-NOME (WS-IND-TRL) TO WS-NOME-TRILHA.
              MOVE WS-TRL-TAMANHO (WS-IND-TRL) TO WS-TAM.
              MOVE ZEROES TO WS-POSICAO WS-SELO-CORRENTE
                             WS-PRIMEIRO-SELO WS-SELO-NO-PONTO
                             WS-POS-NO-PONTO WS-CT-LEGADO
                             WS-REG-VIOLACAO.
              MOVE 1 TO WS-SEQ-ESPERADA.
              MOVE "NAO" TO WS-INICIADA WS-VIOLADA WS-AUSENTE.
              MOVE SPACES TO WS-MOTIVO.
              OPEN INPUT TRILHA.
              IF WS-STATUS-TRILHA NOT EQUAL "00"
                     PERFORM TRILHA-AUSENTE
              ELSE
                     MOVE 0 TO WS-FIM-ARQ
                     PERFORM UNTIL WS-FIM-ARQ EQUAL 1
                             OR WS-VIOLADA EQUAL "SIM"
                            READ TRILHA
                                   AT END MOVE 1 TO WS-FIM-ARQ
                                   NOT AT END
                                   PERFORM CONFERE-REGISTRO
                            END-READ
                     END-PERFORM
                     CLOSE TRILHA
                     COMPUTE WS-ULTIMA-SEQ = WS-SEQ-ESPERADA - 1
                     IF WS-VIOLADA EQUAL "NAO"
                            PERFORM CONFERE-COM-SELO
                     END-IF
              END-IF.
              PERFORM GRAVA-VEREDITO.

       CONFERE-REGISTRO.
              ADD 1 TO WS-POSICAO.
              MOVE REG-TRILHA (WS-TAM + 1:19) TO WS-CONTROLE.
              IF WS-CTL-SEQ NOT NUMERIC OR WS-CTL-SELO NOT NUMERIC
                     IF WS-INICIADA EQUAL "NAO"
                            ADD 1 TO WS-CT-LEGADO
                     ELSE
                            MOVE "CONTROLE ADULTERADO" TO WS-MOTIVO
                            PERFORM VIOLA-TRILHA
                     END-IF
              ELSE
              IF WS-CTL-SEQ GREATER WS-SEQ-ESPERADA
                     MOVE "REGISTRO EXCLUIDO" TO WS-MOTIVO
                     PERFORM VIOLA-TRILHA
              ELSE
              IF WS-CTL-SEQ LESS WS-SEQ-ESPERADA
                     MOVE "REGISTRO INSERIDO" TO WS-MOTIVO
                     PERFORM VIOLA-TRILHA
              ELSE
                     MOVE WS-SELO-CORRENTE TO SLS-SELO-ANTERIOR
                     MOVE WS-CTL-SEQ TO SLS-SEQUENCIA
                     MOVE WS-TAM TO SLS-TAMANHO
                     MOVE REG-TRILHA (1:WS-TAM) TO SLS-DADOS
                     CALL "SELSRV" USING SELSRV-AREA
                     IF SLS-SELO NOT EQUAL WS-CTL-SELO
                            MOVE "REGISTRO ALTERADO" TO WS-MOTIVO
                            PERFORM VIOLA-TRILHA
                     ELSE
                            IF WS-INICIADA EQUAL "NAO"
                                   MOVE "SIM" TO WS-INICIADA
                                   MOVE WS-CTL-SELO TO WS-PRIMEIRO-SELO
                            END-IF
                            IF WS-CTL-SEQ EQUAL
                               WS-TRL-SELO-QTDE (WS-IND-TRL)
                                   MOVE WS-CTL-SELO TO WS-SELO-NO-PONTO
                                   MOVE WS-POSICAO TO WS-POS-NO-PONTO
                            END-IF
                            MOVE WS-CTL-SELO TO WS-SELO-CORRENTE
                            ADD 1 TO WS-SEQ-ESPERADA
                     END-IF
              END-IF
              END-IF
              END-IF.

       VIOLA-TRILHA.
              MOVE "SIM" TO WS-VIOLADA.
              MOVE WS-POSICAO TO WS-REG-VIOLACAO.
              DISPLAY "EX116 - " WS-NOME-TRILHA " VIOLADA NA LINHA "
                      WS-POSICAO " - " WS-MOTIVO.
              IF WS-CTL-SEQ NUMERIC
                     DISPLAY "        SEQUENCIA ESPERADA "
                             WS-SEQ-ESPERADA " - ENCONTRADA "
                             WS-CTL-SEQ
              END-IF.

       CONFERE-COM-SELO.
              IF WS-TRL-TEM-SELO (WS-IND-TRL) EQUAL "SIM"
                 AND WS-TRL-SELO-QTDE (WS-IND-TRL) GREATER ZEROES
                     IF WS-ULTIMA-SEQ EQUAL ZEROES
                        OR WS-PRIMEIRO-SELO NOT EQUAL
                           WS-TRL-SELO-PRIMEIRO (WS-IND-TRL)
                            IF WS-TRL-REGERAVEL (WS-IND-TRL) EQUAL "S"
                                   MOVE "NOVA GERACAO" TO WS-MOTIVO
                            ELSE
                                   MOVE 1 TO WS-POSICAO
                                   MOVE "TRILHA RECRIADA" TO WS-MOTIVO
                                   PERFORM VIOLA-TRILHA
                            END-IF
                     ELSE
                     IF WS-ULTIMA-SEQ LESS
                        WS-TRL-SELO-QTDE (WS-IND-TRL)
                            ADD 1 TO WS-POSICAO
                            MOVE "TRUNCADA NO FIM" TO WS-MOTIVO
                            PERFORM VIOLA-TRILHA
                     ELSE
                     IF WS-SELO-NO-PONTO NOT EQUAL
                        WS-TRL-SELO-ULTIMO (WS-IND-TRL)
                            MOVE WS-POS-NO-PONTO TO WS-POSICAO
                            MOVE "DIVERGE DO SELO" TO WS-MOTIVO
                            PERFORM VIOLA-TRILHA
                     END-IF
                     END-IF
                     END-IF
              END-IF.
              IF WS-VIOLADA EQUAL "NAO" AND WS-MOTIVO EQUAL SPACES
                 AND WS-INICIADA EQUAL "NAO" AND WS-CT-LEGADO
                     GREATER ZEROES
                     MOVE "SO REGISTROS ANTIGOS" TO WS-MOTIVO
              END-IF.

       TRILHA-AUSENTE.
              MOVE ZEROES TO WS-ULTIMA-SEQ.
              IF WS-TRL-TEM-SELO (WS-IND-TRL) EQUAL "SIM"
                 AND WS-TRL-SELO-QTDE (WS-IND-TRL) GREATER ZEROES
                 AND WS-TRL-REGERAVEL (WS-IND-TRL) EQUAL "N"
                     MOVE 1 TO WS-POSICAO
                     MOVE "TRILHA APAGADA" TO WS-MOTIVO
                     PERFORM VIOLA-TRILHA
              ELSE
                     MOVE "SIM" TO WS-AUSENTE
              END-IF.

       GRAVA-VEREDITO.
              MOVE WS-NOME-TRILHA TO RESULT-ARQUIVO SLO-ARQUIVO.
              MOVE WS-REG-VIOLACAO TO RESULT-REGISTRO SLO-REGISTRO.
              MOVE WS-MOTIVO TO RESULT-MOTIVO SLO-MOTIVO.
              IF WS-VIOLADA EQUAL "SIM"
                     MOVE "VIOLADA" TO RESULT-VEREDITO
                     MOVE "V" TO SLO-VEREDITO
                     ADD 1 TO WS-CT-VIOLADAS
                     MOVE 4 TO WS-RETORNO
              ELSE
              IF WS-AUSENTE EQUAL "SIM"
                     MOVE "AUSENTE" TO RESULT-VEREDITO
                     MOVE "A" TO SLO-VEREDITO
                     ADD 1 TO WS-CT-AUSENTES
              ELSE
                     MOVE "INTEGRA" TO RESULT-VEREDITO
                     MOVE "I" TO SLO-VEREDITO
                     ADD 1 TO WS-CT-INTEGRAS
              END-IF
              END-IF.
              WRITE REG-RESULT.
              MOVE WS-DATA-HORA TO SLO-DATA-HORA.
              MOVE WS-ULTIMA-SEQ TO SLO-QTDE.
              MOVE WS-PRIMEIRO-SELO TO SLO-PRIMEIRO-SELO.
              MOVE WS-SELO-CORRENTE TO SLO-ULTIMO-SELO.
              ADD 1 TO WS-SLO-CONT-SEQ.
              MOVE WS-SLO-CONT-SELO TO SLS-SELO-ANTERIOR.
              MOVE WS-SLO-CONT-SEQ TO SLS-SEQUENCIA.
              MOVE 103 TO SLS-TAMANHO.
              MOVE REG-SELO (1:103) TO SLS-DADOS.
              CALL "SELSRV" USING SELSRV-AREA.
              MOVE WS-SLO-CONT-SEQ TO SLO-SEQ-SELO.
              MOVE SLS-SELO TO SLO-SELO WS-SLO-CONT-SELO.
              WRITE REG-SELO.
              DISPLAY "EX116 - " WS-NOME-TRILHA " " RESULT-VEREDITO
                      " REGISTROS SELADOS " WS-ULTIMA-SEQ
                      " ANTIGOS " WS-CT-LEGADO.

       RESUMO-FINAL.
              DISPLAY "EX116 - RESUMO DA VERIFICACAO DAS TRILHAS".
              DISPLAY "TRILHAS INTEGRAS       : " WS-CT-INTEGRAS.
              DISPLAY "TRILHAS VIOLADAS       : " WS-CT-VIOLADAS.
              DISPLAY "TRILHAS AUSENTES       : " WS-CT-AUSENTES.
