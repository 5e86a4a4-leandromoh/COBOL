       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX81.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ARQUIVO MENSAL DE ADMISSOES E DESLIGAMENTOS PARA O
      *          GOVERNO (NO MOLDE DO CAGED), QUE ATE AQUI ERA
      *          MONTADO A MAO DOS RELATORIOS DE MOVIMENTACAO RETIDOS
      *          POR EX27. PARM-EX81.DAT (OBRIGATORIO) TRAZ UM
      *          REGISTRO POR ESTABELECIMENTO: COMPETENCIA AAAAMM E
      *          FILIAL (BRANCOS PARA OS RELATORIOS SEM FILIAL). PARA
      *          CADA FILIAL O PROGRAMA VARRE OS 31 DIAS POSSIVEIS DE
      *          REL-ALT-FUN-<FILIAL>-<AAAAMMDD>.DAT, EXATAMENTE COMO
      *          EX77, E TOMA OS MOVIMENTOS APLICADOS ("ADMITIDO" E
      *          "DESLIGADO"). A ADMISSAO BUSCA NOME, SALARIO, CARGO E
      *          DEPTO EM CADFUN.DAT; O DESLIGAMENTO BUSCA O MOTIVO E
      *          AS VERBAS DA RESCISAO NO REGISTRO EX43-DESLIG.DAT DA
      *          MESMA COMPETENCIA. SAI O ARQUIVO EX81-CAGED.DAT EM
      *          POSICOES FIXAS DE 80:
      *             "A" ESTABELECIMENTO - COMPETENCIA, FILIAL E
      *                 EMPRESA, UM POR FILIAL;
      *             "B" MOVIMENTO - MATRICULA, NOME, TIPO (1 =
      *                 ADMISSAO, 2 = DESLIGAMENTO), DATA, DEPTO,
      *                 CARGO, SALARIO, MOTIVO E VALOR DA RESCISAO;
      *             "Z" FECHAMENTO - ESTABELECIMENTOS, ADMISSOES,
      *                 DESLIGAMENTOS E PENDENTES.
      *          MOVIMENTO SEM CAMPO OBRIGATORIO (NOME, DEPTO,
      *          SALARIO NA ADMISSAO; MOTIVO E RESCISAO NO
      *          DESLIGAMENTO) NAO ENTRA NO ARQUIVO: VAI PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX81", STATUS "A") E E
      *          CONTADO COMO PENDENTE. O FECHAMENTO SO E GRAVADO SE
      *          ADMISSOES + DESLIGAMENTOS + PENDENTES DE CADA FILIAL
      *          BATEM COM OS MOVIMENTOS LIDOS - A MESMA CONTAGEM QUE
      *          EX77 MOSTRA PARA O MES - E O RESUMO MOSTRA ESSA
      *          CONTAGEM POR FILIAL PARA CONFERENCIA COM EX77. SEM
      *          FECHAMENTO O ARQUIVO NAO PODE SER TRANSMITIDO E O
      *          PROGRAMA DEVOLVE RETURN-CODE 16. TERMINA COM GOBACK
      *          PARA PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PARM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT ARQ-REL ASSIGN DYNAMIC WS-NOME-REL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REL.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL DESLIG-REG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CAGED ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX81.DAT".

       01 REG-PARM.
              02 PARM-COMPETENCIA PIC 9(06).
              02 PARM-FILIAL      PIC X(04).

       FD ARQ-REL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REL-ALT-FUN.
              02 COD-REL-FUN   PIC 9(05).
              02 NOME-REL-FUN  PIC X(20).
              02 ACAO-REL-FUN  PIC X(15).
              02 DEPTO-REL-FUN PIC X(04).

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD DESLIG-REG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX43-DESLIG.DAT".

       01 REG-DESLIG.
              02 DSL-DATA          PIC 9(08).
              02 DSL-FILIAL        PIC X(04).
              02 DSL-MATRICULA     PIC 9(05).
              02 DSL-NOME          PIC X(20).
              02 DSL-DEPTO         PIC X(04).
              02 DSL-CARGO         PIC X(15).
              02 DSL-MOTIVO        PIC X(02).
              02 DSL-SALARIO       PIC 9(7)V99.
              02 DSL-SALDO-SALARIO PIC 9(7)V99.
              02 DSL-DECIMO        PIC 9(7)V99.
              02 DSL-FERIAS        PIC 9(7)V99.
              02 DSL-TOTAL         PIC 9(9)V99.

       FD CAGED
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX81-CAGED.DAT".

       01 REG-CAGED-EST.
              02 CGD-EST-TIPO        PIC X(01).
              02 CGD-EST-COMPETENCIA PIC 9(06).
              02 CGD-EST-FILIAL      PIC X(04).
              02 CGD-EST-EMPRESA     PIC X(10).
              02 FILLER              PIC X(59).

       01 REG-CAGED-MOV REDEFINES REG-CAGED-EST.
              02 CGD-MOV-TIPO       PIC X(01).
              02 CGD-MOV-MATRICULA  PIC 9(05).
              02 CGD-MOV-NOME       PIC X(20).
              02 CGD-MOV-MOVIMENTO  PIC 9(01).
              02 CGD-MOV-DATA       PIC 9(08).
              02 CGD-MOV-DEPTO      PIC X(04).
              02 CGD-MOV-CARGO      PIC X(15).
              02 CGD-MOV-SALARIO    PIC 9(7)V99.
              02 CGD-MOV-MOTIVO     PIC X(02).
              02 CGD-MOV-RESCISAO   PIC 9(9)V99.
              02 FILLER             PIC X(04).

       01 REG-CAGED-FIM REDEFINES REG-CAGED-EST.
              02 CGD-FIM-TIPO        PIC X(01).
              02 CGD-FIM-COMPETENCIA PIC 9(06).
              02 CGD-FIM-ESTAB       PIC 9(03).
              02 CGD-FIM-ADMISSOES   PIC 9(05).
              02 CGD-FIM-DESLIG      PIC 9(05).
              02 CGD-FIM-PENDENTES   PIC 9(05).
              02 CGD-FIM-REGISTROS   PIC 9(07).
              02 FILLER              PIC X(48).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-FIM-PARM PIC 9(1) VALUE 0.
       77 WS-FIM-DESLIG PIC 9(1) VALUE 0.
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-REL PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-NOME-REL PIC X(040) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-DIA PIC 9(02) VALUE ZEROES.
       77 WS-DATA-DIA PIC 9(08) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-IND-EST PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-ESTAB PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-DESLIG PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO PIC 9(04) VALUE ZEROES.
       77 WS-MATRICULA-BUSCA PIC 9(05) VALUE ZEROES.
       77 WS-MOTIVO-REJ PIC X(20) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ADMISSOES PIC 9(05) VALUE ZEROES.
       77 WS-CT-DESLIGAMENTOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-REGISTROS PIC 9(07) VALUE ZEROES.
       77 WS-CT-DIVERGENCIAS PIC 9(03) VALUE ZEROES.

       01 TABELA-ESTABELECIMENTOS.
              02 WS-EST OCCURS 50 TIMES.
                     03 WS-EST-FILIAL     PIC X(04).
                     03 WS-EST-LIDOS      PIC 9(05).
                     03 WS-EST-ADMISSOES  PIC 9(05).
                     03 WS-EST-DESLIG     PIC 9(05).
                     03 WS-EST-PENDENTES  PIC 9(05).

       01 TABELA-DESLIGAMENTOS.
              02 WS-DSL OCCURS 2000 TIMES.
                     03 WS-DSL-MATRICULA PIC 9(05).
                     03 WS-DSL-DATA      PIC 9(08).
                     03 WS-DSL-MOTIVO    PIC X(02).
                     03 WS-DSL-CARGO     PIC X(15).
                     03 WS-DSL-SALARIO   PIC 9(7)V99.
                     03 WS-DSL-TOTAL     PIC 9(9)V99.

       PROCEDURE DIVISION.

       PROGRAMA81.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM APURA-ESTABELECIMENTO
                      VARYING WS-IND-EST FROM 1 BY 1
                      UNTIL WS-IND-EST GREATER WS-TOTAL-ESTAB
              PERFORM CONFERE-E-GRAVA-FECHAMENTO
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT CADFUN
                     IF WS-STATUS-CADFUN NOT EQUAL "00"
                            DISPLAY "EX81 - ERRO AO ABRIR CADFUN - "
                                    "FILE STATUS " WS-STATUS-CADFUN
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            PERFORM CARREGA-DESLIGAMENTOS
                            PERFORM ABRE-REJ-COMUM
                            OPEN OUTPUT CAGED
                     END-IF
              END-IF.

       LE-PARAMETRO.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM NOT EQUAL "00"
                     DISPLAY "EX81 - PARM-EX81.DAT OBRIGATORIO "
                             "AUSENTE - FILE STATUS " WS-STATUS-PARM
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-PARM EQUAL 1
                            READ ARQ-PARM
                                   AT END MOVE 1 TO WS-FIM-PARM
                                   NOT AT END
                                   PERFORM GUARDA-ESTABELECIMENTO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-PARM
                     IF WS-TOTAL-ESTAB EQUAL ZEROES
                            DISPLAY "EX81 - PARM-EX81.DAT VAZIO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

       GUARDA-ESTABELECIMENTO.
              IF WS-TOTAL-ESTAB EQUAL ZEROES
                     MOVE PARM-COMPETENCIA TO WS-COMPETENCIA
              END-IF.
              IF PARM-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                     DISPLAY "EX81 - AVISO: COMPETENCIA "
                             PARM-COMPETENCIA " DA FILIAL "
                             PARM-FILIAL " DIFERE DE "
                             WS-COMPETENCIA " - FILIAL IGNORADA"
              ELSE
              IF WS-TOTAL-ESTAB EQUAL 50
                     DISPLAY "EX81 - TABELA DE ESTABELECIMENTOS CHEIA "
                             "(50) - FILIAL IGNORADA: " PARM-FILIAL
              ELSE
                     ADD 1 TO WS-TOTAL-ESTAB
                     MOVE PARM-FILIAL TO
                          WS-EST-FILIAL (WS-TOTAL-ESTAB)
                     MOVE ZEROES TO
                          WS-EST-LIDOS (WS-TOTAL-ESTAB)
                          WS-EST-ADMISSOES (WS-TOTAL-ESTAB)
                          WS-EST-DESLIG (WS-TOTAL-ESTAB)
                          WS-EST-PENDENTES (WS-TOTAL-ESTAB)
              END-IF
              END-IF.

       CARREGA-DESLIGAMENTOS.
              OPEN INPUT DESLIG-REG.
              PERFORM UNTIL WS-FIM-DESLIG EQUAL 1
                     READ DESLIG-REG
                            AT END MOVE 1 TO WS-FIM-DESLIG
                            NOT AT END
                            PERFORM GUARDA-DESLIGAMENTO
                     END-READ
              END-PERFORM.
              CLOSE DESLIG-REG.

       GUARDA-DESLIGAMENTO.
              IF DSL-DATA (1:6) EQUAL WS-COMPETENCIA
                     MOVE DSL-MATRICULA TO WS-MATRICULA-BUSCA
                     PERFORM LOCALIZA-DESLIGAMENTO-MAT
                     IF WS-ACHADO EQUAL ZEROES
                            IF WS-TOTAL-DESLIG EQUAL 2000
                                   DISPLAY "EX81 - TABELA DE "
                                           "DESLIGAMENTOS CHEIA (2000)"
                                           " - MATRICULA IGNORADA: "
                                           DSL-MATRICULA
                            ELSE
                                   ADD 1 TO WS-TOTAL-DESLIG
                                   MOVE WS-TOTAL-DESLIG TO WS-ACHADO
                            END-IF
                     END-IF
                     IF WS-ACHADO GREATER ZEROES
                            MOVE DSL-MATRICULA TO
                                 WS-DSL-MATRICULA (WS-ACHADO)
                            MOVE DSL-DATA TO WS-DSL-DATA (WS-ACHADO)
                            MOVE DSL-MOTIVO TO
                                 WS-DSL-MOTIVO (WS-ACHADO)
                            MOVE DSL-CARGO TO
                                 WS-DSL-CARGO (WS-ACHADO)
                            MOVE DSL-SALARIO TO
                                 WS-DSL-SALARIO (WS-ACHADO)
                            MOVE DSL-TOTAL TO WS-DSL-TOTAL (WS-ACHADO)
                     END-IF
              END-IF.

       LOCALIZA-DESLIGAMENTO-MAT.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                      IF WS-DSL-MATRICULA (WS-IND)
                         EQUAL WS-MATRICULA-BUSCA
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       APURA-ESTABELECIMENTO.
              MOVE SPACES TO REG-CAGED-EST.
              MOVE "A" TO CGD-EST-TIPO.
              MOVE WS-COMPETENCIA TO CGD-EST-COMPETENCIA.
              MOVE WS-EST-FILIAL (WS-IND-EST) TO CGD-EST-FILIAL.
              MOVE WS-EMPRESA TO CGD-EST-EMPRESA.
              WRITE REG-CAGED-EST.
              ADD 1 TO WS-CT-REGISTROS.
              PERFORM APURA-DIA
                      VARYING WS-DIA FROM 1 BY 1
                      UNTIL WS-DIA GREATER 31.

       APURA-DIA.
              COMPUTE WS-DATA-DIA = WS-COMPETENCIA * 100 + WS-DIA.
              PERFORM MONTA-NOME-DIA.
              OPEN INPUT ARQ-REL.
              IF WS-STATUS-REL NOT EQUAL "00"
                     NEXT SENTENCE
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ ARQ-REL
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM CLASSIFICA-MOVIMENTO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-REL
              END-IF.

       MONTA-NOME-DIA.
              MOVE SPACES TO WS-NOME-REL.
              IF WS-EST-FILIAL (WS-IND-EST) EQUAL SPACES
                     STRING "REL-ALT-FUN-" DELIMITED BY SIZE
                            WS-DATA-DIA    DELIMITED BY SIZE
                            ".DAT"         DELIMITED BY SIZE
                            INTO WS-NOME-REL
              ELSE
                     STRING "REL-ALT-FUN-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-EST-FILIAL (WS-IND-EST))
                                           DELIMITED BY SIZE
                            "-"            DELIMITED BY SIZE
                            WS-DATA-DIA    DELIMITED BY SIZE
                            ".DAT"         DELIMITED BY SIZE
                            INTO WS-NOME-REL
              END-IF.

       CLASSIFICA-MOVIMENTO.
              IF ACAO-REL-FUN EQUAL "ADMITIDO"
                     ADD 1 TO WS-CT-LIDOS
                     ADD 1 TO WS-EST-LIDOS (WS-IND-EST)
                     PERFORM TRATA-ADMISSAO
              ELSE
              IF ACAO-REL-FUN EQUAL "DESLIGADO"
                     ADD 1 TO WS-CT-LIDOS
                     ADD 1 TO WS-EST-LIDOS (WS-IND-EST)
                     PERFORM TRATA-DESLIGAMENTO
              END-IF
              END-IF.

       TRATA-ADMISSAO.
              MOVE SPACES TO WS-MOTIVO-REJ.
              MOVE COD-REL-FUN TO CODIGO.
              READ CADFUN
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "CAGED ADM SEM CADFUN" TO WS-MOTIVO-REJ
              ELSE
              IF NOME EQUAL SPACES
                     MOVE "CAGED SEM NOME" TO WS-MOTIVO-REJ
              ELSE
              IF DEPTO EQUAL SPACES
                     MOVE "CAGED SEM DEPTO" TO WS-MOTIVO-REJ
              ELSE
              IF SALARIO-BRUTO NOT GREATER ZEROES
                     MOVE "CAGED SEM SALARIO" TO WS-MOTIVO-REJ
              END-IF
              END-IF
              END-IF
              END-IF.
              IF WS-MOTIVO-REJ NOT EQUAL SPACES
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE SPACES TO REG-CAGED-MOV
                     MOVE "B" TO CGD-MOV-TIPO
                     MOVE CODIGO TO CGD-MOV-MATRICULA
                     MOVE NOME TO CGD-MOV-NOME
                     MOVE 1 TO CGD-MOV-MOVIMENTO
                     MOVE WS-DATA-DIA TO CGD-MOV-DATA
                     MOVE DEPTO TO CGD-MOV-DEPTO
                     MOVE CARGO TO CGD-MOV-CARGO
                     MOVE SALARIO-BRUTO TO CGD-MOV-SALARIO
                     MOVE ZEROES TO CGD-MOV-RESCISAO
                     WRITE REG-CAGED-MOV
                     ADD 1 TO WS-CT-REGISTROS
                     ADD 1 TO WS-CT-ADMISSOES
                     ADD 1 TO WS-EST-ADMISSOES (WS-IND-EST)
              END-IF.

       TRATA-DESLIGAMENTO.
              MOVE SPACES TO WS-MOTIVO-REJ.
              MOVE COD-REL-FUN TO WS-MATRICULA-BUSCA.
              PERFORM LOCALIZA-DESLIGAMENTO-MAT.
              IF WS-ACHADO EQUAL ZEROES
                     MOVE "CAGED SEM RESCISAO" TO WS-MOTIVO-REJ
              ELSE
              IF NOME-REL-FUN EQUAL SPACES
                     MOVE "CAGED SEM NOME" TO WS-MOTIVO-REJ
              ELSE
              IF DEPTO-REL-FUN EQUAL SPACES
                     MOVE "CAGED SEM DEPTO" TO WS-MOTIVO-REJ
              ELSE
              IF WS-DSL-MOTIVO (WS-ACHADO) EQUAL SPACES
                     MOVE "CAGED SEM MOTIVO" TO WS-MOTIVO-REJ
              END-IF
              END-IF
              END-IF
              END-IF.
              IF WS-MOTIVO-REJ NOT EQUAL SPACES
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE SPACES TO REG-CAGED-MOV
                     MOVE "B" TO CGD-MOV-TIPO
                     MOVE COD-REL-FUN TO CGD-MOV-MATRICULA
                     MOVE NOME-REL-FUN TO CGD-MOV-NOME
                     MOVE 2 TO CGD-MOV-MOVIMENTO
                     MOVE WS-DATA-DIA TO CGD-MOV-DATA
                     MOVE DEPTO-REL-FUN TO CGD-MOV-DEPTO
                     MOVE WS-DSL-CARGO (WS-ACHADO) TO CGD-MOV-CARGO
                     MOVE WS-DSL-SALARIO (WS-ACHADO) TO
                          CGD-MOV-SALARIO
                     MOVE WS-DSL-MOTIVO (WS-ACHADO) TO CGD-MOV-MOTIVO
                     MOVE WS-DSL-TOTAL (WS-ACHADO) TO
                          CGD-MOV-RESCISAO
                     WRITE REG-CAGED-MOV
                     ADD 1 TO WS-CT-REGISTROS
                     ADD 1 TO WS-CT-DESLIGAMENTOS
                     ADD 1 TO WS-EST-DESLIG (WS-IND-EST)
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-PENDENTES.
              ADD 1 TO WS-EST-PENDENTES (WS-IND-EST).
              MOVE "EX81" TO REJ-PROGRAMA.
              MOVE COD-REL-FUN TO REJ-CHAVE.
              MOVE WS-MOTIVO-REJ TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX81 - MOVIMENTO PENDENTE: MATRICULA "
                      COD-REL-FUN " - " WS-MOTIVO-REJ.

       CONFERE-E-GRAVA-FECHAMENTO.
              PERFORM CONFERE-ESTABELECIMENTO
                      VARYING WS-IND-EST FROM 1 BY 1
                      UNTIL WS-IND-EST GREATER WS-TOTAL-ESTAB.
              IF WS-CT-DIVERGENCIAS GREATER ZEROES
                 OR WS-CT-ADMISSOES + WS-CT-DESLIGAMENTOS
                    + WS-CT-PENDENTES NOT EQUAL WS-CT-LIDOS
                     DISPLAY "EX81 - CONTAGEM NAO FECHA COM OS "
                             "MOVIMENTOS DO MES - EX81-CAGED.DAT SEM "
                             "FECHAMENTO - NAO TRANSMITIR"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-CT-REGISTROS
                     MOVE SPACES TO REG-CAGED-FIM
                     MOVE "Z" TO CGD-FIM-TIPO
                     MOVE WS-COMPETENCIA TO CGD-FIM-COMPETENCIA
                     MOVE WS-TOTAL-ESTAB TO CGD-FIM-ESTAB
                     MOVE WS-CT-ADMISSOES TO CGD-FIM-ADMISSOES
                     MOVE WS-CT-DESLIGAMENTOS TO CGD-FIM-DESLIG
                     MOVE WS-CT-PENDENTES TO CGD-FIM-PENDENTES
                     MOVE WS-CT-REGISTROS TO CGD-FIM-REGISTROS
                     WRITE REG-CAGED-FIM
              END-IF.

       CONFERE-ESTABELECIMENTO.
              DISPLAY "EX81 - FILIAL " WS-EST-FILIAL (WS-IND-EST)
                      " MES " WS-COMPETENCIA
                      " - MOVIMENTOS (CONFERIR COM EX77) "
                      WS-EST-LIDOS (WS-IND-EST).
              DISPLAY "       ADMISSOES " WS-EST-ADMISSOES (WS-IND-EST)
                      " DESLIGAMENTOS " WS-EST-DESLIG (WS-IND-EST)
                      " PENDENTES " WS-EST-PENDENTES (WS-IND-EST).
              IF WS-EST-ADMISSOES (WS-IND-EST)
                 + WS-EST-DESLIG (WS-IND-EST)
                 + WS-EST-PENDENTES (WS-IND-EST)
                 NOT EQUAL WS-EST-LIDOS (WS-IND-EST)
                     ADD 1 TO WS-CT-DIVERGENCIAS
              END-IF.

       RESUMO-FINAL.
              DISPLAY "EX81 - ADMISSOES E DESLIGAMENTOS DA "
                      "COMPETENCIA " WS-COMPETENCIA.
              DISPLAY "ESTABELECIMENTOS   : " WS-TOTAL-ESTAB.
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "ADMISSOES          : " WS-CT-ADMISSOES.
              DISPLAY "DESLIGAMENTOS      : " WS-CT-DESLIGAMENTOS.
              DISPLAY "PENDENTES          : " WS-CT-PENDENTES.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADFUN CAGED REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
