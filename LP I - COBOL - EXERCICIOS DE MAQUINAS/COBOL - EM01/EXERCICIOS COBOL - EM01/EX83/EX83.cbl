       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX83.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ADIANTAMENTO QUINZENAL DE SALARIO, QUE AS FILIAIS
      *          PAGAM POR VOLTA DO DIA 20 E ATE AQUI IA AO BANCO NUMA
      *          PLANILHA A PARTE. PARA CADA FUNCIONARIO DE CADSAI.DAT
      *          (NOME MONTADO COM FILIAL E DATA DE PARM-LOTE.DAT NO
      *          MESMO MOLDE DE EX26) O ADIANTAMENTO E O PERCENTUAL
      *          CONFIGURADO DO SALARIO-REAJUSTADO. PARM-EX83.DAT
      *          (OPCIONAL) TRAZ LINHAS "P" COM O PERCENTUAL - DA
      *          FILIAL DO LOTE OU, COM A FILIAL EM BRANCO, DE TODAS;
      *          A DA FILIAL PREVALECE E SEM NENHUMA VALE 40% - E
      *          LINHAS "X" COM AS MATRICULAS QUE NAO RECEBEM
      *          ADIANTAMENTO. TAMBEM FICA DE FORA QUEM AINDA ESTA NO
      *          PRIMEIRO MES DE CASA: AS ADMISSOES DO MES SAO
      *          APURADAS DOS LOGS REL-ALT-FUN DE EX27, DIA A DIA, COMO
      *          EM EX81. CADA ADIANTAMENTO PAGO E REGISTRADO NO LIVRO
      *          CADADT.DAT (INDEXADO PELA MATRICULA, CRIADO VAZIO NA
      *          PRIMEIRA EXECUCAO) COM O SALDO A DESCONTAR, E O
      *          CREDITO SAI EM EX83-ADIANT.CSV (MATRICULA, NOME, VALOR
      *          E COMPETENCIA) PARA EX63 INCLUIR NA REMESSA AO BANCO.
      *          NO FECHAMENTO DO MES EX26 DESCONTA O SALDO EM ABERTO
      *          ANTES DO CONSIGNADO. MATRICULA JA ADIANTADA NA
      *          COMPETENCIA, OU COM ADIANTAMENTO ANTERIOR AINDA NAO
      *          DESCONTADO, NAO RECEBE DE NOVO - O ADIANTAMENTO NUNCA E
      *          PAGO DUAS VEZES NEM ESQUECIDO. COMO EX83-ADIANT.CSV E
      *          REGRAVADO A CADA EXECUCAO, O ADIANTAMENTO DA
      *          COMPETENCIA JA GRAVADO EM CADADT.DAT MAS AINDA NAO
      *          REMETIDO POR EX63 (ADT-DATA-REMESSA ZERADA) VOLTA AO
      *          ARQUIVO COM O VALOR DO LIVRO, E SO O JA REMETIDO CONTA
      *          COMO JA ADIANTADO NO MES. TERMINA COM GOBACK PARA PODER
      *          SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAI ASSIGN DYNAMIC WS-NOME-CADSAI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT CADADT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADT-MATRICULA
              FILE STATUS IS WS-STATUS-CADADT.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-REL ASSIGN DYNAMIC WS-NOME-REL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REL.
       SELECT ADIANT-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 NOME-SAI           PIC X(20).
              02 SALARIO-REAJUSTADO PIC 9(7)V99.
              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD CADADT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADADT.DAT".

       01 REG-ADT.
              COPY CADADT.

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX83.DAT".

       01 REG-PARM.
              02 PARM-TIPO       PIC X(01).
              02 PARM-FILIAL     PIC X(04).
              02 PARM-MATRICULA  PIC 9(05).
              02 PARM-PERCENTUAL PIC 9(02)V99.

       FD ARQ-REL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REL-ALT-FUN.
              02 COD-REL-FUN   PIC 9(05).
              02 NOME-REL-FUN  PIC X(20).
              02 ACAO-REL-FUN  PIC X(15).
              02 DEPTO-REL-FUN PIC X(04).

       FD ADIANT-CSV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX83-ADIANT.CSV".

       01 REG-CSV PIC X(50).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-FIM-PARM PIC 9(01) VALUE 0.
       77 WS-FIM-REL PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADSAI PIC X(030) VALUE "CADSAI.DAT".
       77 WS-NOME-REL PIC X(040) VALUE SPACES.
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-CADADT PIC X(02).
       77 WS-STATUS-REL PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-EXCLUIDO PIC X(03) VALUE "NAO".
       77 WS-ADMITIDO-MES PIC X(03) VALUE "NAO".
       77 WS-PERC-FILIAL PIC X(03) VALUE "NAO".
       77 WS-PERCENTUAL PIC 9(02)V99 VALUE 40,00.
       77 WS-DATA-PAGTO PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-DIA PIC 9(02) VALUE ZEROES.
       77 WS-DATA-DIA PIC 9(08) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-EXCLUSOES PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-ADMITIDOS PIC 9(04) VALUE ZEROES.
       77 WS-VALOR PIC 9(7)V99 VALUE ZEROES.
       77 WS-VALOR-ED PIC 9(7),99.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PRIMEIRO-MES PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REEMITIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EM-ABERTO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ADIANTADO PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-EXCLUSOES.
              02 WS-EXC-MATRICULA PIC 9(05) OCCURS 1000 TIMES.

       01 TABELA-ADMITIDOS.
              02 WS-ADM-MATRICULA PIC 9(05) OCCURS 1000 TIMES.

       PROCEDURE DIVISION.

       PROGRAMA83.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM CARREGA-PARAMETROS.
              PERFORM CARREGA-ADMITIDOS-MES
                      VARYING WS-DIA FROM 1 BY 1
                      UNTIL WS-DIA GREATER 31.
              OPEN INPUT CADSAI.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX83 - ERRO AO ABRIR CADSAI - FILE "
                             "STATUS " WS-STATUS-CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-CADADT
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN OUTPUT ADIANT-CSV
                     PERFORM VERIFICA-FIM
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

       MONTA-NOMES-ARQUIVOS.
              IF WS-LOTE-FILIAL EQUAL SPACES
                 AND WS-LOTE-DATA EQUAL SPACES
                     NEXT SENTENCE
              ELSE
                     STRING "CADSAI-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADSAI
              END-IF.

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8)
                          TO WS-DATA-PAGTO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-DATA-PAGTO
              END-IF.
              MOVE WS-DATA-PAGTO (1:6) TO WS-COMPETENCIA.

       CARREGA-PARAMETROS.
              OPEN INPUT ARQ-PARM.
              PERFORM UNTIL WS-FIM-PARM EQUAL 1
                     READ ARQ-PARM
                            AT END MOVE 1 TO WS-FIM-PARM
                            NOT AT END
                            PERFORM GUARDA-PARAMETRO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-PARM.
              DISPLAY "EX83 - ADIANTAMENTO DE " WS-PERCENTUAL
                      "% DO SALARIO - COMPETENCIA " WS-COMPETENCIA
                      " - FILIAL " WS-LOTE-FILIAL.

       GUARDA-PARAMETRO.
              IF PARM-TIPO EQUAL "P"
                 AND PARM-PERCENTUAL IS NUMERIC
                     IF PARM-FILIAL EQUAL WS-LOTE-FILIAL
                        AND WS-LOTE-FILIAL NOT EQUAL SPACES
                            MOVE PARM-PERCENTUAL TO WS-PERCENTUAL
                            MOVE "SIM" TO WS-PERC-FILIAL
                     ELSE
                     IF PARM-FILIAL EQUAL SPACES
                        AND WS-PERC-FILIAL EQUAL "NAO"
                            MOVE PARM-PERCENTUAL TO WS-PERCENTUAL
                     END-IF
                     END-IF
              END-IF.
              IF PARM-TIPO EQUAL "X"
                 AND PARM-MATRICULA IS NUMERIC
                     IF WS-TOTAL-EXCLUSOES EQUAL 1000
                            DISPLAY "EX83 - TABELA DE EXCLUSOES CHEIA "
                                    "(1000) - MATRICULA IGNORADA: "
                                    PARM-MATRICULA
                     ELSE
                            ADD 1 TO WS-TOTAL-EXCLUSOES
                            MOVE PARM-MATRICULA TO
                                 WS-EXC-MATRICULA (WS-TOTAL-EXCLUSOES)
                     END-IF
              END-IF.

       CARREGA-ADMITIDOS-MES.
              COMPUTE WS-DATA-DIA = WS-COMPETENCIA * 100 + WS-DIA.
              MOVE SPACES TO WS-NOME-REL.
              IF WS-LOTE-FILIAL EQUAL SPACES
                     STRING "REL-ALT-FUN-" DELIMITED BY SIZE
                            WS-DATA-DIA    DELIMITED BY SIZE
                            ".DAT"         DELIMITED BY SIZE
                            INTO WS-NOME-REL
              ELSE
                     STRING "REL-ALT-FUN-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                           DELIMITED BY SIZE
                            "-"            DELIMITED BY SIZE
                            WS-DATA-DIA    DELIMITED BY SIZE
                            ".DAT"         DELIMITED BY SIZE
                            INTO WS-NOME-REL
              END-IF.
              OPEN INPUT ARQ-REL.
              IF WS-STATUS-REL NOT EQUAL "00"
                     NEXT SENTENCE
              ELSE
                     MOVE 0 TO WS-FIM-REL
                     PERFORM UNTIL WS-FIM-REL EQUAL 1
                            READ ARQ-REL
                                   AT END MOVE 1 TO WS-FIM-REL
                                   NOT AT END
                                   PERFORM GUARDA-ADMITIDO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-REL
              END-IF.

       GUARDA-ADMITIDO.
              IF ACAO-REL-FUN EQUAL "ADMITIDO"
                     IF WS-TOTAL-ADMITIDOS EQUAL 1000
                            DISPLAY "EX83 - TABELA DE ADMITIDOS CHEIA "
                                    "(1000) - MATRICULA IGNORADA: "
                                    COD-REL-FUN
                     ELSE
                            ADD 1 TO WS-TOTAL-ADMITIDOS
                            MOVE COD-REL-FUN TO
                                 WS-ADM-MATRICULA (WS-TOTAL-ADMITIDOS)
                     END-IF
              END-IF.

       ABRE-CADADT.
              OPEN I-O CADADT.
              IF WS-STATUS-CADADT NOT EQUAL "00"
                     DISPLAY "EX83 - CADADT.DAT INEXISTENTE - "
                             "CRIANDO VAZIO"
                     OPEN OUTPUT CADADT
                     CLOSE CADADT
                     OPEN I-O CADADT
              END-IF.
              IF WS-STATUS-CADADT NOT EQUAL "00"
                     DISPLAY "EX83 - ERRO AO ABRIR CADADT - FILE "
                             "STATUS " WS-STATUS-CADADT
                     CLOSE CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       VERIFICA-FIM.
              READ CADSAI AT END MOVE 1 TO FIM-ARQ.

       VERIFICA-EXCLUSAO.
              MOVE "NAO" TO WS-EXCLUIDO WS-ADMITIDO-MES.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-EXCLUSOES
                      IF WS-EXC-MATRICULA (WS-IND) EQUAL CODIGO-SAI
                             MOVE "SIM" TO WS-EXCLUIDO
                      END-IF
              END-PERFORM.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-ADMITIDOS
                      IF WS-ADM-MATRICULA (WS-IND) EQUAL CODIGO-SAI
                             MOVE "SIM" TO WS-ADMITIDO-MES
                      END-IF
              END-PERFORM.

       LOCALIZA-ADIANTAMENTO.
              MOVE CODIGO-SAI TO ADT-MATRICULA.
              READ CADADT
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       PRINCIPAL.
              ADD 1 TO WS-CT-LIDOS.
              PERFORM VERIFICA-EXCLUSAO.
              IF WS-EXCLUIDO EQUAL "SIM"
                     ADD 1 TO WS-CT-EXCLUIDOS
              ELSE
              IF WS-ADMITIDO-MES EQUAL "SIM"
                     ADD 1 TO WS-CT-PRIMEIRO-MES
              ELSE
                     PERFORM LOCALIZA-ADIANTAMENTO
                     IF WS-ENCONTRADO EQUAL "SIM"
                        AND ADT-COMPETENCIA EQUAL WS-COMPETENCIA
                        AND ADT-DATA-REMESSA NOT EQUAL ZEROES
                            ADD 1 TO WS-CT-JA-PAGOS
                     ELSE
                     IF WS-ENCONTRADO EQUAL "SIM"
                        AND ADT-COMPETENCIA EQUAL WS-COMPETENCIA
                            MOVE ADT-VALOR TO WS-VALOR
                            PERFORM GRAVA-CREDITO
                            ADD 1 TO WS-CT-REEMITIDOS
                            ADD WS-VALOR TO WS-TOTAL-ADIANTADO
                     ELSE
                     IF WS-ENCONTRADO EQUAL "SIM"
                        AND ADT-SALDO GREATER ZEROES
                            ADD 1 TO WS-CT-EM-ABERTO
                            DISPLAY "EX83 - AVISO: MATRICULA "
                                    CODIGO-SAI " COM ADIANTAMENTO DE "
                                    ADT-COMPETENCIA " AINDA NAO "
                                    "DESCONTADO - SALDO " ADT-SALDO
                     ELSE
                            PERFORM PAGA-ADIANTAMENTO
                     END-IF
                     END-IF
                     END-IF
              END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       PAGA-ADIANTAMENTO.
              COMPUTE WS-VALOR ROUNDED =
                      SALARIO-REAJUSTADO * WS-PERCENTUAL / 100.
              IF WS-VALOR GREATER ZEROES
                     MOVE CODIGO-SAI TO ADT-MATRICULA
                     MOVE WS-LOTE-FILIAL TO ADT-FILIAL
                     MOVE WS-COMPETENCIA TO ADT-COMPETENCIA
                     MOVE WS-DATA-PAGTO TO ADT-DATA-PAGTO
                     MOVE WS-PERCENTUAL TO ADT-PERCENTUAL
                     MOVE WS-VALOR TO ADT-VALOR ADT-SALDO
                     MOVE ZEROES TO ADT-COMP-DESCONTO
                                    ADT-VALOR-DESCONTADO
                                    ADT-DATA-REMESSA
                     IF WS-ENCONTRADO EQUAL "SIM"
                            REWRITE REG-ADT
                     ELSE
                            WRITE REG-ADT
                     END-IF
                     PERFORM GRAVA-CREDITO
                     ADD 1 TO WS-CT-PAGOS
                     ADD WS-VALOR TO WS-TOTAL-ADIANTADO
              END-IF.

       GRAVA-CREDITO.
              MOVE SPACES TO REG-CSV.
              MOVE WS-VALOR TO WS-VALOR-ED.
              STRING CODIGO-SAI                DELIMITED BY SIZE
                     ","                       DELIMITED BY SIZE
                     FUNCTION TRIM (NOME-SAI)  DELIMITED BY SIZE
                     ","                       DELIMITED BY SIZE
                     WS-VALOR-ED               DELIMITED BY SIZE
                     ","                       DELIMITED BY SIZE
                     WS-COMPETENCIA            DELIMITED BY SIZE
                     INTO REG-CSV
              END-STRING.
              WRITE REG-CSV.

       RESUMO-FINAL.
              DISPLAY "EX83 - RESUMO DO ADIANTAMENTO QUINZENAL".
              DISPLAY "FUNCIONARIOS LIDOS      : " WS-CT-LIDOS.
              DISPLAY "ADIANTAMENTOS PAGOS     : " WS-CT-PAGOS.
              DISPLAY "EXCLUIDOS POR PARAMETRO : " WS-CT-EXCLUIDOS.
              DISPLAY "NO PRIMEIRO MES DE CASA : " WS-CT-PRIMEIRO-MES.
              DISPLAY "JA ADIANTADOS NO MES    : " WS-CT-JA-PAGOS.
              DISPLAY "REEMITIDOS NAO REMETIDOS: " WS-CT-REEMITIDOS.
              DISPLAY "COM SALDO EM ABERTO     : " WS-CT-EM-ABERTO.
              DISPLAY "TOTAL ADIANTADO         : " WS-TOTAL-ADIANTADO.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADSAI CADADT ADIANT-CSV
              END-IF.
              PERFORM RESUMO-FINAL.
