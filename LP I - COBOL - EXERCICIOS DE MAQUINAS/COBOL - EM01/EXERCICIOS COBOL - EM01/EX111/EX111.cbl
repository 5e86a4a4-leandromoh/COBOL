       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX111.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES, QUE
      *          ATE AQUI SAIA DE UMA PLANILHA A PARTE. A COMPETENCIA
      *          (AAAAMM) E O DIA DE VENCIMENTO VEM DE PARM-EX111.DAT
      *          (OPCIONAL - SEM ELE, O MES CORRENTE E O DIA 10). PARA
      *          CADA ALUNO ATIVO DE CADATU.DAT (CABECALHO "H"
      *          IGNORADO) O VALOR E O PRECO DA TURMA EM TABMENS.DAT
      *          (TURMA E VALOR), MENOS O PERCENTUAL DE BOLSA DO ALUNO
      *          EM BOLSAS.DAT (OPCIONAL: NUMERO, PERCENTUAL E ULTIMA
      *          COMPETENCIA DE VALIDADE, ZERADA = SEM FIM). O
      *          VENCIMENTO CAINDO EM SABADO, DOMINGO OU FERIADO
      *          NACIONAL DE FERIADOS.DAT E PRORROGADO PARA O DIA UTIL
      *          SEGUINTE (DIA DA SEMANA POR DATSRV, COMO EM EX106).
      *          CADA MENSALIDADE E ACRESCENTADA AO LIVRO
      *          MENSALIDADES.DAT (COPY CADMENS) COM STATUS "A" E SAI
      *          NA REMESSA DE COBRANCA EX111-REMESSA.DAT PARA O BANCO
      *          EMITIR OS BOLETOS: HEADER "H" COM A ESCOLA, A DATA DE
      *          GERACAO, A SEQUENCIA DO ARQUIVO (EX111-SEQ.DAT, NO
      *          MOLDE DE EX14-SEQ) E A COMPETENCIA, UM DETALHE "D" POR
      *          BOLETO (NOSSO NUMERO, ALUNO, VENCIMENTO E VALOR) E O
      *          TRAILER "T" COM QUANTIDADE E VALOR TOTAL. ALUNO JA
      *          FATURADO NA COMPETENCIA NAO E FATURADO DE NOVO - A
      *          REEXECUCAO SO PEGA OS QUE FALTARAM. TURMA SEM PRECO
      *          VAI PARA REJ-COMUM.DAT (REJ-PROGRAMA "EX111") E BOLSA
      *          INTEGRAL NAO GERA BOLETO. SEM TABMENS.DAT OU
      *          CADATU.DAT NADA E FATURADO (RETURN-CODE 16). TERMINA
      *          COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATU ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADATU.
       SELECT ARQ-PRECOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PRECOS.
       SELECT OPTIONAL ARQ-BOLSAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MENS-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MENSALIDADES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MENS.
       SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SEQ-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-SEQ-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".

       01 REG-SAI.
              02 NUMERO-SAI PIC 9(05).
              02 NOME-SAI PIC X(20).
              02 DATA-NASCIMENTO-SAI PIC 9(08).
              02 IDADE-SAI PIC 9(03).
              02 TURMA-SAI PIC X(03).

       FD ARQ-PRECOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABMENS.DAT".

       01 REG-PRECO.
              02 TMS-TURMA PIC X(03).
              02 TMS-VALOR PIC 9(05)V99.

       FD ARQ-BOLSAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "BOLSAS.DAT".

       01 REG-BOLSA.
              02 BLS-NUMERO     PIC 9(05).
              02 BLS-PERCENTUAL PIC 9(03)V99.
              02 BLS-VALIDADE   PIC 9(06).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX111.DAT".

       01 REG-PARM.
              02 PRM-COMPETENCIA PIC 9(06).
              02 PRM-DIA-VENC    PIC 9(02).

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       FD MENS-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MENSALIDADES.DAT".

       01 REG-MENS-ENT.
              02 MEE-NOSSO-NUMERO.
                     03 MEE-COMPETENCIA PIC 9(06).
                     03 MEE-NUMERO      PIC 9(05).
              02 FILLER                 PIC X(68).

       FD MENSALIDADES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MENSALIDADES.DAT".

       01 REG-MENS.
              COPY CADMENS.

       FD REMESSA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX111-REMESSA.DAT".

       01 REG-REMESSA.
              02 REM-TIPO          PIC X(01).
              02 REM-NOSSO-NUMERO  PIC 9(11).
              02 REM-NUMERO        PIC 9(05).
              02 REM-NOME          PIC X(20).
              02 REM-TURMA         PIC X(03).
              02 REM-VENCIMENTO    PIC 9(08).
              02 REM-VALOR         PIC 9(05)V99.
              02 FILLER            PIC X(25).

       01 REG-REMESSA-CAB REDEFINES REG-REMESSA.
              02 REM-CAB-TIPO        PIC X(01).
              02 REM-CAB-ESCOLA      PIC X(10).
              02 REM-CAB-GERACAO     PIC 9(08).
              02 REM-CAB-SEQUENCIA   PIC 9(05).
              02 REM-CAB-COMPETENCIA PIC 9(06).
              02 FILLER              PIC X(50).

       01 REG-REMESSA-TRL REDEFINES REG-REMESSA.
              02 REM-TRL-TIPO      PIC X(01).
              02 REM-TRL-QTDE      PIC 9(05).
              02 REM-TRL-VALOR     PIC 9(09)V99.
              02 FILLER            PIC X(63).

       FD ARQ-SEQ-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX111-SEQ.DAT".

       01 REG-SEQ-ENT.
              02 SEQ-ENT-NUMERO PIC 9(05).

       FD ARQ-SEQ-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX111-SEQ.DAT".

       01 REG-SEQ-SAI.
              02 SEQ-SAI-NUMERO PIC 9(05).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-FIM-TAB PIC 9(1) VALUE 0.
       77 WS-STATUS-CADATU PIC X(02).
       77 WS-STATUS-PRECOS PIC X(02).
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-MENS PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-DIA-VENC PIC 9(02) VALUE 10.
       77 WS-SEQUENCIA PIC 9(05) VALUE ZEROES.
       77 WS-DATA-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-IND-SEMANA PIC 9(01) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-PRECOS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-BOLSAS PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-FATURADOS PIC 9(04) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO PIC 9(04) VALUE ZEROES.
       77 WS-PERCENTUAL PIC 9(03)V99 VALUE ZEROES.
       77 WS-VALOR-TABELA PIC 9(05)V99 VALUE ZEROES.
       77 WS-DESCONTO PIC 9(05)V99 VALUE ZEROES.
       77 WS-VALOR PIC 9(05)V99 VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-BOLETOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-FATURADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-BOLSA-INTEGRAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-COM-DESCONTO PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-DESCONTO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       01 FILLER REDEFINES WS-COMPETENCIA.
              02 WS-COMP-ANO PIC 9(04).
              02 WS-COMP-MES PIC 9(02).

       01 WS-VENCIMENTO PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-VENCIMENTO.
              02 WS-VENC-ANO PIC 9(04).
              02 WS-VENC-MES PIC 9(02).
              02 WS-VENC-DIA PIC 9(02).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 TABELA-PRECOS.
              02 WS-PRECO OCCURS 50 TIMES.
                     03 WS-PRC-TURMA PIC X(03).
                     03 WS-PRC-VALOR PIC 9(05)V99.

       01 TABELA-BOLSAS.
              02 WS-BOLSA OCCURS 1000 TIMES.
                     03 WS-BLS-NUMERO     PIC 9(05).
                     03 WS-BLS-PERCENTUAL PIC 9(03)V99.
                     03 WS-BLS-VALIDADE   PIC 9(06).

       01 TABELA-FATURADOS.
              02 WS-FATURADO OCCURS 2000 TIMES PIC 9(05).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA111.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM GRAVA-TRAILER
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETROS.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-PRECOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-BOLSAS
                     PERFORM CARREGA-FERIADOS
                     PERFORM CALCULA-VENCIMENTO
                     PERFORM CARREGA-FATURADOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT CADATU
                     IF WS-STATUS-CADATU NOT EQUAL "00"
                            DISPLAY "EX111 - ERRO AO ABRIR CADATU - "
                                    "FILE STATUS " WS-STATUS-CADATU
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            PERFORM ABRE-MENSALIDADES
                            OPEN OUTPUT REMESSA
                            PERFORM ABRE-REJ-COMUM
                            PERFORM OBTEM-SEQUENCIA
                            PERFORM GRAVA-HEADER
                            PERFORM VERIFICA-FIM
                     END-IF
              END-IF.

       LE-PARAMETROS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GERACAO.
              MOVE WS-GERACAO (1:6) TO WS-COMPETENCIA.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM EQUAL "00"
                     READ ARQ-PARM
                            AT END
                            NEXT SENTENCE
                            NOT AT END
                            IF PRM-COMPETENCIA NUMERIC
                               AND PRM-COMPETENCIA NOT EQUAL ZEROES
                                   MOVE PRM-COMPETENCIA
                                     TO WS-COMPETENCIA
                            END-IF
                            IF PRM-DIA-VENC NUMERIC
                               AND PRM-DIA-VENC NOT EQUAL ZEROES
                                   MOVE PRM-DIA-VENC TO WS-DIA-VENC
                            END-IF
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.
              IF WS-COMP-MES LESS 01 OR WS-COMP-MES GREATER 12
                 OR WS-DIA-VENC GREATER 28
                     DISPLAY "EX111 - PARM-EX111 INVALIDO - COMPETENCIA"
                             " " WS-COMPETENCIA " DIA " WS-DIA-VENC
                             " (DIA DE VENCIMENTO ATE 28)"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       CARREGA-PRECOS.
              OPEN INPUT ARQ-PRECOS.
              IF WS-STATUS-PRECOS NOT EQUAL "00"
                     DISPLAY "EX111 - TABMENS.DAT INDISPONIVEL - "
                             "NENHUMA MENSALIDADE E FATURADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ ARQ-PRECOS
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END PERFORM GUARDA-PRECO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-PRECOS
              END-IF.

       GUARDA-PRECO.
              IF WS-TOTAL-PRECOS EQUAL 50
                     DISPLAY "EX111 - TABELA DE PRECOS CHEIA (50) - "
                             "TURMA IGNORADA: " TMS-TURMA
              ELSE
                     ADD 1 TO WS-TOTAL-PRECOS
                     MOVE TMS-TURMA TO WS-PRC-TURMA (WS-TOTAL-PRECOS)
                     MOVE TMS-VALOR TO WS-PRC-VALOR (WS-TOTAL-PRECOS)
              END-IF.

       CARREGA-BOLSAS.
              OPEN INPUT ARQ-BOLSAS.
              MOVE 0 TO WS-FIM-TAB.
              PERFORM UNTIL WS-FIM-TAB EQUAL 1
                     READ ARQ-BOLSAS
                            AT END MOVE 1 TO WS-FIM-TAB
                            NOT AT END PERFORM GUARDA-BOLSA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-BOLSAS.

       GUARDA-BOLSA.
              IF BLS-PERCENTUAL NOT NUMERIC
                 OR BLS-PERCENTUAL GREATER 100
                     DISPLAY "EX111 - BOLSA INVALIDA IGNORADA - ALUNO "
                             BLS-NUMERO
              ELSE
              IF WS-TOTAL-BOLSAS EQUAL 1000
                     DISPLAY "EX111 - TABELA DE BOLSAS CHEIA (1000) - "
                             "BOLSA IGNORADA: " BLS-NUMERO
              ELSE
                     ADD 1 TO WS-TOTAL-BOLSAS
                     MOVE BLS-NUMERO TO WS-BLS-NUMERO (WS-TOTAL-BOLSAS)
                     MOVE BLS-PERCENTUAL TO
                          WS-BLS-PERCENTUAL (WS-TOTAL-BOLSAS)
                     MOVE BLS-VALIDADE TO
                          WS-BLS-VALIDADE (WS-TOTAL-BOLSAS)
              END-IF
              END-IF.

       CARREGA-FERIADOS.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO WS-FIM-FERIADOS
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.
              IF WS-TOTAL-FERIADOS EQUAL ZEROES
                     DISPLAY "EX111 - ATENCAO: FERIADOS.DAT AUSENTE OU "
                             "VAZIO - FERIADO NAO SERA CONSIDERADO"
              END-IF.

       GUARDA-FERIADO.
              IF FER-FILIAL EQUAL "NAC "
                     IF WS-TOTAL-FERIADOS EQUAL 100
                            DISPLAY "EX111 - TABELA DE FERIADOS CHEIA "
                                    "(100) - FERIADO IGNORADO: "
                                    FER-DATA
                     ELSE
                            ADD 1 TO WS-TOTAL-FERIADOS
                            MOVE FER-DATA TO
                                 WS-FER-DATA (WS-TOTAL-FERIADOS)
                            MOVE FER-FILIAL TO
                                 WS-FER-FILIAL (WS-TOTAL-FERIADOS)
                     END-IF
              END-IF.

       CALCULA-VENCIMENTO.
              MOVE WS-COMP-ANO TO WS-VENC-ANO.
              MOVE WS-COMP-MES TO WS-VENC-MES.
              MOVE WS-DIA-VENC TO WS-VENC-DIA.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-VENC-DIA TO DAT-DIA.
              MOVE WS-VENC-MES TO DAT-MES.
              MOVE WS-VENC-ANO TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              MOVE DAT-DIA-SEMANA-IND TO WS-IND-SEMANA.
              COMPUTE WS-DATA-INTEIRO =
                      FUNCTION INTEGER-OF-DATE (WS-VENCIMENTO).
              PERFORM VERIFICA-UTIL-VENCIMENTO.
              PERFORM AVANCA-DIA-UTIL UNTIL WS-E-UTIL EQUAL "SIM".
              DISPLAY "EX111 - COMPETENCIA " WS-COMPETENCIA
                      " - VENCIMENTO DOS BOLETOS EM " WS-VENC-DIA "/"
                      WS-VENC-MES "/" WS-VENC-ANO.

       AVANCA-DIA-UTIL.
              ADD 1 TO WS-DATA-INTEIRO.
              COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INTEIRO).
              IF WS-IND-SEMANA EQUAL 7
                     MOVE 1 TO WS-IND-SEMANA
              ELSE
                     ADD 1 TO WS-IND-SEMANA
              END-IF.
              PERFORM VERIFICA-UTIL-VENCIMENTO.

       VERIFICA-UTIL-VENCIMENTO.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL WS-VENCIMENTO
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

       CARREGA-FATURADOS.
              OPEN INPUT MENS-ENT.
              MOVE 0 TO WS-FIM-TAB.
              PERFORM UNTIL WS-FIM-TAB EQUAL 1
                     READ MENS-ENT
                            AT END MOVE 1 TO WS-FIM-TAB
                            NOT AT END
                            IF MEE-COMPETENCIA EQUAL WS-COMPETENCIA
                                   PERFORM GUARDA-FATURADO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE MENS-ENT.
              IF WS-TOTAL-FATURADOS GREATER ZEROES
                     DISPLAY "EX111 - COMPETENCIA " WS-COMPETENCIA
                             " JA TEM " WS-TOTAL-FATURADOS
                             " MENSALIDADE(S) NO LIVRO - SO OS ALUNOS "
                             "QUE FALTAM SERAO FATURADOS"
              END-IF.

       GUARDA-FATURADO.
              IF WS-TOTAL-FATURADOS EQUAL 2000
                     DISPLAY "EX111 - TABELA DE FATURADOS CHEIA (2000)"
                             " - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-TAB
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-FATURADOS
                     MOVE MEE-NUMERO TO
                          WS-FATURADO (WS-TOTAL-FATURADOS)
              END-IF.

       ABRE-MENSALIDADES.
              OPEN EXTEND MENSALIDADES.
              IF WS-STATUS-MENS NOT EQUAL "00"
                     OPEN OUTPUT MENSALIDADES
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
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
              MOVE SPACES TO REG-REMESSA.
              MOVE "H" TO REM-CAB-TIPO.
              MOVE WS-EMPRESA TO REM-CAB-ESCOLA.
              MOVE WS-GERACAO TO REM-CAB-GERACAO.
              MOVE WS-SEQUENCIA TO REM-CAB-SEQUENCIA.
              MOVE WS-COMPETENCIA TO REM-CAB-COMPETENCIA.
              WRITE REG-REMESSA.

       VERIFICA-FIM.
              READ CADATU
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END
                     IF REG-SAI (1:1) NOT EQUAL "H"
                            ADD 1 TO WS-CT-LIDOS
                     END-IF.

       PRINCIPAL.
              IF REG-SAI (1:1) NOT EQUAL "H"
                     PERFORM FATURA-ALUNO
              END-IF.
              PERFORM VERIFICA-FIM.

       FATURA-ALUNO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-FATURADOS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-FATURADO (WS-IND) EQUAL NUMERO-SAI
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO GREATER ZEROES
                     ADD 1 TO WS-CT-JA-FATURADOS
              ELSE
                     PERFORM LOCALIZA-PRECO
                     IF WS-ACHADO EQUAL ZEROES
                            MOVE "TURMA SEM PRECO" TO WS-MOTIVO
                            PERFORM REJEITA-ALUNO
                     ELSE
                            PERFORM CALCULA-DESCONTO
                            IF WS-VALOR EQUAL ZEROES
                                   ADD 1 TO WS-CT-BOLSA-INTEGRAL
                            ELSE
                                   PERFORM GRAVA-MENSALIDADE
                                   PERFORM GRAVA-DETALHE
                            END-IF
                     END-IF
              END-IF.

       LOCALIZA-PRECO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PRECOS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-PRC-TURMA (WS-IND) EQUAL TURMA-SAI
                             MOVE WS-IND TO WS-ACHADO
                             MOVE WS-PRC-VALOR (WS-IND)
                               TO WS-VALOR-TABELA
                      END-IF
              END-PERFORM.

       CALCULA-DESCONTO.
              MOVE ZEROES TO WS-PERCENTUAL.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-BOLSAS
                      IF WS-BLS-NUMERO (WS-IND) EQUAL NUMERO-SAI
                         AND (WS-BLS-VALIDADE (WS-IND) EQUAL ZEROES
                              OR WS-BLS-VALIDADE (WS-IND) NOT LESS
                                 WS-COMPETENCIA)
                             MOVE WS-BLS-PERCENTUAL (WS-IND)
                               TO WS-PERCENTUAL
                      END-IF
              END-PERFORM.
              COMPUTE WS-DESCONTO ROUNDED =
                      WS-VALOR-TABELA * WS-PERCENTUAL / 100.
              COMPUTE WS-VALOR = WS-VALOR-TABELA - WS-DESCONTO.
              IF WS-DESCONTO GREATER ZEROES
                     ADD 1 TO WS-CT-COM-DESCONTO
                     ADD WS-DESCONTO TO WS-TOTAL-DESCONTO
              END-IF.

       GRAVA-MENSALIDADE.
              MOVE WS-COMPETENCIA TO MEN-COMPETENCIA.
              MOVE NUMERO-SAI TO MEN-NUMERO.
              MOVE NOME-SAI TO MEN-NOME.
              MOVE TURMA-SAI TO MEN-TURMA.
              MOVE WS-VALOR-TABELA TO MEN-VALOR-TABELA.
              MOVE WS-DESCONTO TO MEN-DESCONTO.
              MOVE WS-VALOR TO MEN-VALOR.
              MOVE WS-VENCIMENTO TO MEN-VENCIMENTO.
              MOVE "A" TO MEN-STATUS.
              MOVE ZEROES TO MEN-DATA-PAGTO.
              MOVE ZEROES TO MEN-VALOR-PAGO.
              WRITE REG-MENS.

       GRAVA-DETALHE.
              MOVE SPACES TO REG-REMESSA.
              MOVE "D" TO REM-TIPO.
              MOVE MEN-NOSSO-NUMERO TO REM-NOSSO-NUMERO.
              MOVE NUMERO-SAI TO REM-NUMERO.
              MOVE NOME-SAI TO REM-NOME.
              MOVE TURMA-SAI TO REM-TURMA.
              MOVE WS-VENCIMENTO TO REM-VENCIMENTO.
              MOVE WS-VALOR TO REM-VALOR.
              WRITE REG-REMESSA.
              ADD 1 TO WS-CT-BOLETOS.
              ADD WS-VALOR TO WS-TOTAL-VALOR.

       REJEITA-ALUNO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX111" TO REJ-PROGRAMA.
              MOVE NUMERO-SAI TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX111 - ALUNO " NUMERO-SAI " TURMA " TURMA-SAI
                      " NAO FATURADO: " WS-MOTIVO.

       GRAVA-TRAILER.
              MOVE SPACES TO REG-REMESSA.
              MOVE "T" TO REM-TRL-TIPO.
              MOVE WS-CT-BOLETOS TO REM-TRL-QTDE.
              MOVE WS-TOTAL-VALOR TO REM-TRL-VALOR.
              WRITE REG-REMESSA.

       RESUMO-FINAL.
              MOVE WS-TOTAL-VALOR TO WS-TOTAL-VALOR-ED.
              MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-DESCONTO-ED.
              DISPLAY "EX111 - RESUMO DO FATURAMENTO DE MENSALIDADES".
              DISPLAY "COMPETENCIA            : " WS-COMPETENCIA.
              DISPLAY "ALUNOS LIDOS           : " WS-CT-LIDOS.
              DISPLAY "BOLETOS NA REMESSA     : " WS-CT-BOLETOS.
              DISPLAY "VALOR DA REMESSA       : " WS-TOTAL-VALOR-ED.
              DISPLAY "ALUNOS COM BOLSA       : " WS-CT-COM-DESCONTO.
              DISPLAY "DESCONTOS DE BOLSA     : " WS-TOTAL-DESCONTO-ED.
              DISPLAY "BOLSA INTEGRAL         : " WS-CT-BOLSA-INTEGRAL.
              DISPLAY "JA FATURADOS           : " WS-CT-JA-FATURADOS.
              DISPLAY "REJEITADOS             : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADATU MENSALIDADES REMESSA REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
