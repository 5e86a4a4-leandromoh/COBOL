      *          E REGISTRADA) SAO DESVIADAS DA REMESSA PARA A LISTA
      *          DE RETIDOS EX14-RETIDOS.DAT, QUE TAMBEM FECHA NOS
      *          TOTAIS DE CONTROLE.
      *          QUEM PASSOU O MES DO CICLO INTEIRO AFASTADO SEM
      *          SALARIO A CARGO DA EMPRESA (CADAFA.DAT, CONSULTADO
      *          PELO SUBPROGRAMA AFASRV) NAO RECEBE CREDITO: VAI PARA
      *          A MESMA LISTA DE RETIDOS, COM MOTIVO "AF".
      *          COMPETENCIA FECHADA EM COMPETENCIAS.DAT (EX105,
      *          CONSULTADO PELO SUBPROGRAMA COMPSRV) JA FOI PAGA E
      *          DECLARADA: O PROGRAMA RECUSA GRAVAR A REMESSA
      *          PARA ELA E DEVOLVE RETURN-CODE 8.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADLIQ E
      *          EX26-PENSAO SAO LIDOS DO ENSAIO, A REMESSA, A LISTA
      *          DE SEM CONTA E A DE RETIDOS VAO PARA OS NOMES DO
      *          ENSAIO (NADA CHEGA AO BANCO) E A SEQUENCIA E O
      *          CONTROLE DE REMESSAS PARA AS COPIAS DO ENSAIO - A
      *          SEQUENCIA REAL NAO AVANCA.
      *          HAVENDO MATRICULA RETIDA, A QUANTIDADE E O VALOR
      *          RETIDO VAO COMO AVISO PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).
      *          A REMESSA E DA EMPRESA (CNPJ) DA FILIAL DO LOTE, PELO
      *          CADASTRO EMPRESAS.DAT (SUBPROGRAMA EMPSRV): O HEADER
      *          LEVA O NOME CURTO DELA NO LUGAR DE "FATEC-SP" E
      *          HEADER E TRAILER GANHAM O CNPJ DO PAGADOR COMO ULTIMO
      *          CAMPO; FECHADA A REMESSA, ELA E COPIADA PARA O NOME
      *          DA EMPRESA (EX14-BANCO-<EMPRESA>.CSV), QUE E A QUE
      *          SOBE PARA O BANCO DAQUELE CNPJ. FILIAL FORA DO
      *          CADASTRO E RECUSADA COM RETURN-CODE 8, ANTES DE
      *          CONSUMIR SEQUENCIA. SEM EMPRESAS.DAT A REMESSA SAI
      *          COMO SEMPRE SAIU.
      *          TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLIQ ASSIGN DYNAMIC WS-NOME-CADLIQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT CSV-BANCO ASSIGN DYNAMIC WS-NOME-BANCO
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SEQ-ENT ASSIGN DYNAMIC WS-NOME-SEQ
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-SEQ-SAI ASSIGN DYNAMIC WS-NOME-SEQ
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LEDGER-ENT ASSIGN DYNAMIC WS-NOME-CTRL
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LEDGER-SAI ASSIGN DYNAMIC WS-NOME-CTRL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LEDGER.
       SELECT OPTIONAL ARQ-PENSAO ASSIGN DYNAMIC WS-NOME-PENSAO
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADBCO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BCO-MATRICULA
              FILE STATUS IS WS-STATUS-CADBCO.
       SELECT SEM-CONTA ASSIGN DYNAMIC WS-NOME-SEM-CONTA
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BLOQUEADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RETIDOS ASSIGN DYNAMIC WS-NOME-RETIDOS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CADLIQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LIQ.
              02 CODIGO-LIQ  PIC 9(5).
              02 FILLER         PIC X(37).

       FD CSV-BANCO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CSV-BANCO PIC X(70).

       FD ARQ-SEQ-ENT
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SEQ-ENT.
              02 SEQ-ENT-NUMERO PIC 9(05).

       FD ARQ-SEQ-SAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SEQ-SAI.
              02 SEQ-SAI-NUMERO PIC 9(05).
              02 PARM-OVERRIDE PIC X(01).

       FD LEDGER-ENT
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LEDGER-ENT.
              02 LED-ENT-CICLO     PIC 9(08).
              02 LED-ENT-OVERRIDE  PIC X(01).

       FD LEDGER-SAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LEDGER-SAI.
              02 LED-SAI-CICLO     PIC 9(08).
              02 LED-SAI-OVERRIDE  PIC X(01).

       FD ARQ-PENSAO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-PENSAO-CICLO.
              02 PCIC-MATRICULA    PIC 9(05).
              02 BCO-DIGITO    PIC 9(01).

       FD SEM-CONTA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SEM-CONTA.
              02 SC-MATRICULA PIC 9(05).
              02 BLQ-DATA      PIC 9(08).

       FD RETIDOS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-RETIDO.
              02 RET-MATRICULA PIC 9(05).
       77 WS-HASH-LIDO PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-LIQUIDO-ED PIC 9(7),99.
       77 WS-HASH-ED PIC 9(9),99.
       77 WS-LINHA-BANCO PIC X(70) VALUE SPACES.
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-SEQUENCIA PIC 9(05) VALUE ZEROES.
       77 WS-BLOQUEADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO-BLOQUEIO PIC X(02) VALUE SPACES.
       77 WS-CT-RETIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-AFASTADOS PIC 9(05) VALUE ZEROES.
       77 WS-HASH-RETIDOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-QTDE-ED PIC ZZZZ9.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-VALOR-ED PIC ZZZZZZZZ9,99.
       77 WS-NOME-CADLIQ PIC X(040) VALUE "CADLIQ.DAT".
       77 WS-NOME-BANCO PIC X(040) VALUE "EX14-BANCO.CSV".
       77 WS-NOME-SEQ PIC X(040) VALUE "EX14-SEQ.DAT".
       77 WS-NOME-CTRL PIC X(040) VALUE "EX14-CTRL.DAT".
       77 WS-NOME-PENSAO PIC X(040) VALUE "EX26-PENSAO.DAT".
       77 WS-NOME-SEM-CONTA PIC X(040) VALUE "EX14-SEM-CONTA.DAT".
       77 WS-NOME-RETIDOS PIC X(040) VALUE "EX14-RETIDOS.DAT".

       01 AFASRV-AREA.
              COPY AFASRV.

       01 TABELA-BLOQUEADOS.
              02 WS-BLQ OCCURS 500 TIMES.
       01 DATSRV-AREA.
              COPY DATSRV.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION.

       PROGRAMA14.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM LE-PARAMETRO-EX14.
              PERFORM DEFINE-CICLO.
              PERFORM IDENTIFICA-EMPRESA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM VERIFICA-COMPETENCIA
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM VERIFICA-LEDGER
              END-IF.
              IF WS-ABORTAR EQUAL "SIM"
                     NEXT SENTENCE
              ELSE
                                  TO WS-MOTIVO-BLOQUEIO
                      END-IF
              END-PERFORM.
              IF WS-BLOQUEADO EQUAL "NAO"
                     PERFORM VERIFICA-AFASTAMENTO
              END-IF.

       VERIFICA-AFASTAMENTO.
              MOVE "M" TO AFS-FUNCAO.
              MOVE CODIGO-LIQ TO AFS-MATRICULA.
              MOVE WS-CICLO (1:6) TO AFS-COMPETENCIA.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                 AND AFS-DIAS-SEM-SALARIO EQUAL AFS-DIAS-PERIODO
                     MOVE "SIM" TO WS-BLOQUEADO
                     MOVE "AF" TO WS-MOTIVO-BLOQUEIO
              END-IF.

       GRAVA-RETIDO.
              MOVE CODIGO-LIQ TO RET-MATRICULA.
              WRITE REG-RETIDO.
              ADD 1 TO WS-CT-RETIDOS.
              ADD LIQUIDO-LIQ TO WS-HASH-RETIDOS.
              IF WS-MOTIVO-BLOQUEIO EQUAL "AF"
                     ADD 1 TO WS-CT-AFASTADOS
                     DISPLAY "EX14 - MATRICULA " CODIGO-LIQ
                             " AFASTADA O MES INTEIRO - RETIDA FORA "
                             "DA REMESSA"
              ELSE
                     DISPLAY "EX14 - MATRICULA " CODIGO-LIQ
                             " COM CONTA BLOQUEADA (MOTIVO "
                             WS-MOTIVO-BLOQUEIO ") - RETIDA FORA DA "
                             "REMESSA"
              END-IF.

       CARREGA-FERIADOS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-GERACAO.
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADLIQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADLIQ.
              MOVE WS-NOME-PENSAO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-PENSAO.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-BANCO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-BANCO.
              MOVE WS-NOME-SEM-CONTA TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SEM-CONTA.
              MOVE WS-NOME-RETIDOS TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-RETIDOS.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-SEQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SEQ.
              MOVE WS-NOME-CTRL TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CTRL.

       LE-PARAMETRO-EX14.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.

       IDENTIFICA-EMPRESA.
              MOVE "I" TO EPS-FUNCAO.
              MOVE WS-LOTE-FILIAL TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     DISPLAY "EX14 - FILIAL " EPS-FILIAL " SEM EMPRESA "
                             "VALIDA EM EMPRESAS.DAT - REMESSA NAO "
                             "GERADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              ELSE
                     MOVE EPS-NOME TO WS-EMPRESA
                     IF EPS-RETORNO EQUAL "0"
                            DISPLAY "EX14 - FILIAL " EPS-FILIAL
                                    " - EMPRESA " EPS-EMPRESA
                                    " CNPJ " EPS-CNPJ
                     END-IF
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-CICLO (1:6) TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX14 - COMPETENCIA " CPS-COMPETENCIA
                             " FECHADA POR " CPS-OPERADOR
                             " EM " CPS-DATA-HORA
                     DISPLAY "EX14 - EX14-BANCO.CSV NAO E "
                             "REGRAVADO - SO UMA REABERTURA "
                             "AUTORIZADA (EX105) LIBERA A COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              END-IF.

       VERIFICA-LEDGER.
              OPEN INPUT LEDGER-ENT.
              PERFORM UNTIL WS-FIM-LEDGER EQUAL 1
                     WS-DATA-CREDITO              DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              PERFORM ACRESCENTA-CNPJ.
              WRITE REG-CSV-BANCO.

       ACRESCENTA-CNPJ.
              IF EPS-CNPJ NOT EQUAL SPACES
                     MOVE REG-CSV-BANCO TO WS-LINHA-BANCO
                     MOVE SPACES TO REG-CSV-BANCO
                     STRING FUNCTION TRIM (WS-LINHA-BANCO)
                                                  DELIMITED BY SIZE
                            ","                   DELIMITED BY SIZE
                            EPS-CNPJ              DELIMITED BY SIZE
                            INTO REG-CSV-BANCO
                     END-STRING
              END-IF.

       VERIFICA-FIM.
              PERFORM LE-CADLIQ.
              PERFORM TRATA-CABECALHO-CADLIQ
                     WS-HASH-ED        DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              PERFORM ACRESCENTA-CNPJ.
              WRITE REG-CSV-BANCO.

       PRINCIPAL.
              END-IF.
              IF WS-CT-RETIDOS GREATER ZEROES
                     DISPLAY "EX14 - MATRICULAS RETIDAS POR "
                             "BLOQUEIO OU AFASTAMENTO: " WS-CT-RETIDOS
                             " VALOR " WS-HASH-RETIDOS
                     PERFORM ALERTA-RETIDOS
              END-IF.
              IF WS-CT-AFASTADOS GREATER ZEROES
                     DISPLAY "EX14 - DAS QUAIS AFASTADAS O MES "
                             "INTEIRO: " WS-CT-AFASTADOS
              END-IF.

       ALERTA-RETIDOS.
              MOVE WS-CT-RETIDOS TO WS-QTDE-ED.
              MOVE WS-HASH-RETIDOS TO WS-VALOR-ED.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING FUNCTION TRIM (WS-QTDE-ED)  DELIMITED BY SIZE
                     " MATRICULA(S) RETIDA(S) - VALOR "
                                                  DELIMITED BY SIZE
                     FUNCTION TRIM (WS-VALOR-ED) DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              MOVE "EX14" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       TERMINO.
              IF RETURN-CODE NOT EQUAL 8
                            CLOSE CADBCO
                     END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                 AND EPS-RETORNO EQUAL "0"
                     PERFORM COPIA-REMESSA-EMPRESA
              END-IF.
              PERFORM RESUMO-FINAL.

       COPIA-REMESSA-EMPRESA.
              MOVE "C" TO EPS-FUNCAO.
              MOVE WS-NOME-BANCO TO EPS-ARQUIVO.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO NOT EQUAL "0"
                     DISPLAY "EX14 - REMESSA DA EMPRESA " EPS-EMPRESA
                             " NAO GERADA - USAR "
                             FUNCTION TRIM (WS-NOME-BANCO)
                     IF RETURN-CODE LESS 4
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
