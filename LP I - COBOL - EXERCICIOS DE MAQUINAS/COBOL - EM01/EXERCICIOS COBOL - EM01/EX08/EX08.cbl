      *          TOTAL - OS NUMEROS QUE O RH PRECISA VER ANTES DE
      *          AUTORIZAR - MAS NADA E GRAVADO EM CADSAI,
      *          CADSAI-HIST, AUDITORIA, REJEICOES OU JOBLOG.
      *          O SALARIO REAJUSTADO DE CADA FUNCIONARIO E SITUADO
      *          NA FAIXA DO SEU CARGO (TABELA CARGOS.DAT, VIA
      *          SUBPROGRAMA CARSRV): QUEM FICA ABAIXO DO MINIMO OU
      *          ACIMA DO MAXIMO, OU TEM CARGO FORA DA TABELA, E
      *          REAJUSTADO NORMALMENTE MAS SINALIZADO COM AVISO E
      *          CONTADO NO RESUMO - TAMBEM NA SIMULACAO, PARA O RH
      *          VER ANTES DE AUTORIZAR. O ACERTO DE FAIXA E FEITO
      *          DEPOIS POR EX11/EX58, E O RELATORIO EX97 LISTA A
      *          ESTRUTURA SALARIAL COMPLETA.
      *          A TABELA DE FAIXAS DE REAJUSTE FICA NO COPYBOOK
      *          TABREAJ, O MESMO QUE A PROJECAO DE ORCAMENTO DE EX98
      *          USA, PARA A PROJECAO NUNCA APLICAR OUTRA TABELA.
      *          CADA LINHA DE EX08-AUDIT.DAT LEVA AINDA A DATA/HORA
      *          EM QUE FOI GRAVADA, A SEQUENCIA NA TRILHA E O SELO
      *          ENCADEADO AO DA LINHA ANTERIOR (SUBPROGRAMA SELSRV);
      *          COMO A TRILHA E REGRAVADA A CADA CICLO, A CORRENTE
      *          RECOMECA DA SEQUENCIA 1. EX116 CONFERE A CORRENTE.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADFUN E SALMIN
      *          SAO LIDOS DO ENSAIO QUANDO EXISTE A VERSAO DELE (O
      *          SALARIO MINIMO NOVO COLOCADO COMO <PREFIXO>-SALMIN.DAT
      *          ANTES DA VIGENCIA, POR EXEMPLO), CADSAI, REJ-FUN E A
      *          AUDITORIA VAO PARA OS NOMES DO ENSAIO E CADSAI-HIST,
      *          REJ-COMUM E JOBLOG PARA AS COPIAS DO ENSAIO - O
      *          HISTORICO REAL NAO RECEBE NADA. A TABELA DE FAIXAS DE
      *          REAJUSTE, POR SER COPYBOOK, SO ENTRA NO ENSAIO COM O
      *          PROGRAMA RECOMPILADO COM A TABELA NOVA.
      *          O ESTOURO DO PORTAO DE QUALIDADE (ALERTA CRITICO) E
      *          O TOTAL DE REAJUSTADOS FORA DA FAIXA DO CARGO
      *          (AVISO) TAMBEM VAO PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV); A SIMULACAO NAO GERA ALERTA.

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SALMIN ASSIGN DYNAMIC WS-NOME-SALMIN
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-QUALIDADE ASSIGN TO DISK
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
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.
       FD AUDITORIA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-AUDITORIA.
              02 AUD-LINHA     PIC X(090).
              02 AUD-DATA-HORA PIC X(014).
              02 AUD-SEQ-SELO  PIC 9(009).
              02 AUD-SELO      PIC 9(010).

       FD CADSAI-HIST
          LABEL         RECORD         ARE         STANDARD.
              02 PARM-SIMULACAO        PIC X(01).

       FD ARQ-SALMIN
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SALMIN.
              02 SALMIN-VIGENCIA PIC 9(08).
              COPY PARMLOTE.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD JOBLOG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-JOBLOG.
              COPY JOBLOG.
       77 WS-CT-LIDOS PIC 9(007) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADFUN PIC X(040) VALUE "CADFUN.DAT".
       77 WS-NOME-CADSAI PIC X(040) VALUE "CADSAI.DAT".
       77 WS-NOME-REJ-FUN PIC X(040) VALUE "REJ-FUN.DAT".
       77 WS-NOME-AUDITORIA PIC X(040) VALUE "EX08-AUDIT.DAT".
       77 WS-NOME-CADSAI-HIST PIC X(040) VALUE "CADSAI-HIST.DAT".
       77 WS-NOME-REJ-COMUM PIC X(040) VALUE "REJ-COMUM.DAT".
       77 WS-NOME-JOBLOG PIC X(040) VALUE "JOBLOG.DAT".
       77 WS-NOME-SALMIN PIC X(040) VALUE "SALMIN.DAT".
       77 REAJUSTE PIC 9(7)V99.
       77 WS-IND PIC 9(1) VALUE 1.
       77 WS-PERCENTUAL-APLICADO PIC 9V9999 VALUE ZEROES.
       77 WS-TOTAL-DELTA PIC S9(9)V99 VALUE ZEROES.
       77 WS-LIMITE-REJ PIC 9(3)V99 VALUE 050,00.
       77 WS-TAXA-REJ PIC 9(3)V99 VALUE ZEROES.
       77 WS-TAXA-ED PIC ZZ9,99.
       77 WS-LIMITE-ED PIC ZZ9,99.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-FIM-QUALIDADE PIC 9(01) VALUE 0.
       77 WS-SALARIO-MINIMO PIC 9(7)V99 VALUE ZEROES.
       77 WS-FIM-SALMIN PIC 9(01) VALUE 0.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-IND-DEPTO PIC 9(02) VALUE ZEROES.
       77 WS-DEPTO-VALIDO PIC X(03) VALUE "NAO".
       77 WS-CT-FORA-FAIXA PIC 9(05) VALUE ZEROES.
       77 WS-CT-CARGO-INVALIDO PIC 9(05) VALUE ZEROES.
       77 WS-QTDE-ED PIC ZZZZ9.
       77 WS-SEQ-SELO PIC 9(09) VALUE ZEROES.
       77 WS-SELO-ANTERIOR PIC 9(10) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 SELSRV-AREA.
              COPY SELSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       01 TABELA-PROJECAO-FAIXA.
              02 PROJECAO-FAIXA OCCURS 3 TIMES.
       01 TABELA-DEPTOS.
              02 WS-DEPTO-TAB OCCURS 50 TIMES PIC X(04).

       COPY TABREAJ.

       PROCEDURE DIVISION.

              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-QUALIDADE.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM LE-AUTORIZACAO.
              IF WS-SIMULACAO EQUAL "SIM"
                     PERFORM INICIO-SIMULACAO
                            INTO WS-NOME-CADSAI-HIST
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADFUN TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADFUN.
              MOVE WS-NOME-SALMIN TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SALMIN.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADSAI TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSAI.
              MOVE WS-NOME-REJ-FUN TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-FUN.
              MOVE WS-NOME-AUDITORIA TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-AUDITORIA.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-CADSAI-HIST TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSAI-HIST.
              MOVE WS-NOME-REJ-COMUM TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-COMUM.
              MOVE WS-NOME-JOBLOG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-JOBLOG.

       LE-PARAMETRO-QUALIDADE.
              OPEN INPUT ARQ-QUALIDADE.
              PERFORM UNTIL WS-FIM-QUALIDADE EQUAL 1
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

       ALERTA-FORA-FAIXA.
              MOVE WS-CT-FORA-FAIXA TO WS-QTDE-ED.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING FUNCTION TRIM (WS-QTDE-ED) DELIMITED BY SIZE
                     " REAJUSTADO(S) FORA DA FAIXA DO CARGO - "
                                                 DELIMITED BY SIZE
                     "CONFERIR"                  DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       REGISTRA-ALERTA.
              MOVE "EX08" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       LE-AUTORIZACAO.
              OPEN INPUT ARQ-AUTORIZACAO.
              READ ARQ-AUTORIZACAO
                      CODIGO.
       COPIA.
              PERFORM CALCULA-REAJUSTE.
              PERFORM VERIFICA-FAIXA.
              PERFORM ACUMULA-PROJECAO.
              IF WS-SIMULACAO EQUAL "SIM"
                     NEXT SENTENCE
                     PERFORM GRAVA-HISTORICO
              END-IF.

       VERIFICA-FAIXA.
              MOVE CARGO TO CRS-CARGO.
              MOVE REAJUSTE TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "1" OR CRS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-FORA-FAIXA
                     DISPLAY "EX08 - AVISO: CODIGO " CODIGO
                             " REAJUSTADO " REAJUSTE
                             " FORA DA FAIXA DO CARGO " CARGO
                             " (" CRS-MINIMO " A " CRS-MAXIMO ")"
              ELSE
              IF CRS-RETORNO EQUAL "5"
                     ADD 1 TO WS-CT-CARGO-INVALIDO
                     DISPLAY "EX08 - AVISO: CODIGO " CODIGO
                             " COM CARGO '" CARGO "' FORA DE "
                             "CARGOS.DAT - FAIXA NAO CONFERIDA"
              END-IF
              END-IF.

       ACUMULA-PROJECAO.
              ADD 1 TO WS-CT-PROCESSADOS.
              ADD SALARIO-BRUTO TO WS-TOTAL-BRUTO.
                     ","                           DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AUTORIZACAO-REF)
                                                    DELIMITED BY SIZE
                     INTO AUD-LINHA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-DATA-HORA.
              PERFORM SELA-AUDITORIA.
              WRITE REG-AUDITORIA.

       SELA-AUDITORIA.
              ADD 1 TO WS-SEQ-SELO.
              MOVE WS-SELO-ANTERIOR TO SLS-SELO-ANTERIOR.
              MOVE WS-SEQ-SELO TO SLS-SEQUENCIA.
              MOVE 104 TO SLS-TAMANHO.
              MOVE REG-AUDITORIA (1:104) TO SLS-DADOS.
              CALL "SELSRV" USING SELSRV-AREA.
              MOVE WS-SEQ-SELO TO AUD-SEQ-SELO.
              MOVE SLS-SELO TO AUD-SELO.
              MOVE SLS-SELO TO WS-SELO-ANTERIOR.
       GRAVA-HISTORICO.
              PERFORM VERIFICA-HIST-JA-GRAVADO.
              IF WS-JA-GRAVADO EQUAL "SIM"
              DISPLAY "TOTAL SALARIO-REAJUSTADO : "
                      WS-TOTAL-REAJUSTADO.
              DISPLAY "DELTA (IMPACTO NA FOLHA) : " WS-TOTAL-DELTA.
              DISPLAY "REAJUSTADOS FORA DA FAIXA: " WS-CT-FORA-FAIXA.
              DISPLAY "CARGO FORA DE CARGOS.DAT : "
                      WS-CT-CARGO-INVALIDO.
              IF WS-CT-HIST-PULADOS GREATER ZEROES
                 OR WS-CT-REJ-PULADOS GREATER ZEROES
                     DISPLAY "HISTORICOS JA GRAVADOS (PULADOS): "
                     PERFORM GRAVA-JOBLOG
                     PERFORM RESUMO-FINAL
                     PERFORM PROJECAO-POR-FAIXA
                     IF WS-CT-FORA-FAIXA GREATER ZEROES
                            PERFORM ALERTA-FORA-FAIXA
                     END-IF
                     IF WS-ABORTAR NOT EQUAL "SIM"
                            PERFORM VERIFICA-QUALIDADE
                     END-IF
