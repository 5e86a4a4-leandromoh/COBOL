       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX109.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  BOLETIM ESCOLAR E MAPA DE RESULTADOS POR TURMA: LE
      *          AS NOTAS JA VALIDADAS POR EX108 (NOTAS-VAL.DAT),
      *          CLASSIFICA POR TURMA, NOME DO ALUNO, DISCIPLINA E
      *          BIMESTRE E CALCULA A MEDIA DE CADA DISCIPLINA PELOS
      *          BIMESTRES LANCADOS. A DISCIPLINA COM MEDIA A PARTIR
      *          DE 6,0 ESTA APROVADA, A PARTIR DE 4,0 EM
      *          RECUPERACAO E ABAIXO DISSO REPROVADA; OS DOIS CORTES
      *          PODEM SER TROCADOS EM PARM-EX109.DAT (OPCIONAL). A
      *          SITUACAO FINAL DO ALUNO E A PIOR ENTRE AS SUAS
      *          DISCIPLINAS E A MEDIA GERAL E A MEDIA DAS MEDIAS.
      *          SAEM UM BOLETIM POR ALUNO, UMA PAGINA CADA, EM
      *          EX109-BOLETIM.DAT E O MAPA DE RESULTADOS EM
      *          EX109-MAPA.DAT, NO MOLDE DE EX57: PAGINA NOVA A CADA
      *          TURMA, SUBTOTAL DE APROVADOS, RECUPERACAO E
      *          REPROVADOS DA TURMA E TOTAL GERAL AO FINAL. OS DOIS
      *          RELATORIOS SAO REGISTRADOS NO CATALOGO. TERMINA COM
      *          GOBACK. A SITUACAO FINAL DE CADA ALUNO TAMBEM E
      *          GRAVADA EM EX109-SITUACAO.DAT (NUMERO, TURMA, NOME,
      *          MEDIA GERAL E CODIGO 1 = APROVADO, 2 = RECUPERACAO,
      *          3 = REPROVADO), LIDA POR EX115 NA VIRADA DO ANO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTAS-VAL ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOTAS.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT TRAB ASSIGN TO DISK.
       SELECT BOLETIM ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT SITUACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD NOTAS-VAL
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "NOTAS-VAL.DAT".

       01 REG-NOTA-VAL.
              02 NTV-NUMERO      PIC 9(05).
              02 NTV-TURMA       PIC X(03).
              02 NTV-DISCIPLINA  PIC X(04).
              02 NTV-BIMESTRE    PIC 9(01).
              02 NTV-NOTA        PIC 9(02)V9.
              02 NTV-NOME        PIC X(20).
              02 NTV-DISC-DESCR  PIC X(20).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX109.DAT".

       01 REG-PARM.
              02 PRM-MEDIA-APROV PIC 9(02)V9.
              02 PRM-MEDIA-RECUP PIC 9(02)V9.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-TURMA      PIC X(03).
              02 TRAB-NOME       PIC X(20).
              02 TRAB-NUMERO     PIC 9(05).
              02 TRAB-DISCIPLINA PIC X(04).
              02 TRAB-BIMESTRE   PIC 9(01).
              02 TRAB-NOTA       PIC 9(02)V9.
              02 TRAB-DISC-DESCR PIC X(20).

       FD BOLETIM
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX109-BOLETIM.DAT".
       01 REG-BOL PIC X(80).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX109-MAPA.DAT".
       01 REG-REL PIC X(80).

       FD SITUACAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX109-SITUACAO.DAT".

       01 REG-SITUACAO.
              02 SIF-NUMERO   PIC 9(05).
              02 SIF-TURMA    PIC X(03).
              02 SIF-NOME     PIC X(20).
              02 SIF-MEDIA    PIC 9(02)V9.
              02 SIF-SITUACAO PIC 9(01).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 CT-PAG-BOL PIC 9(04) VALUE ZEROES.
       77 WS-STATUS-NOTAS PIC X(02).
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-MEDIA-APROV PIC 9(02)V9 VALUE 6,0.
       77 WS-MEDIA-RECUP PIC 9(02)V9 VALUE 4,0.
       77 WS-TURMA-ANTERIOR PIC X(03) VALUE SPACES.
       77 WS-NUMERO-ANTERIOR PIC 9(05) VALUE ZEROES.
       77 WS-NOME-ALUNO PIC X(20) VALUE SPACES.
       77 WS-DISC-ANTERIOR PIC X(04) VALUE SPACES.
       77 WS-IND-DISC PIC 9(02) VALUE ZEROES.
       77 WS-QT-DISC PIC 9(02) VALUE ZEROES.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-BIM PIC 9(01) VALUE ZEROES.
       77 WS-SOMA-NOTAS PIC 9(03)V9 VALUE ZEROES.
       77 WS-QT-NOTAS PIC 9(01) VALUE ZEROES.
       77 WS-SOMA-MEDIAS PIC 9(04)V9 VALUE ZEROES.
       77 WS-QT-MEDIAS PIC 9(02) VALUE ZEROES.
       77 WS-MEDIA-GERAL PIC 9(02)V9 VALUE ZEROES.
       77 WS-SIT-ALUNO PIC 9(01) VALUE ZEROES.
       77 WS-SIT-COD PIC 9(01) VALUE ZEROES.
       77 WS-SIT-TEXTO PIC X(11) VALUE SPACES.
       77 WS-NOTA-ED PIC Z9,9.
       77 WS-CT-APROV-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-RECUP-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-REPROV-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-APROV PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUP PIC 9(05) VALUE ZEROES.
       77 WS-CT-REPROV PIC 9(05) VALUE ZEROES.
       77 WS-CT-TURMAS PIC 9(03) VALUE ZEROES.
       77 WS-CT-ALUNOS PIC 9(05) VALUE ZEROES.

       01 TABELA-BOLETIM.
              02 WS-BOL-DISC OCCURS 20 TIMES.
                     03 WS-BOL-COD   PIC X(04).
                     03 WS-BOL-DESCR PIC X(20).
                     03 WS-BOL-BIM OCCURS 4 TIMES.
                            04 WS-BOL-TEM  PIC X(01).
                            04 WS-BOL-NOTA PIC 9(02)V9.
                     03 WS-BOL-QT    PIC 9(01).
                     03 WS-BOL-MEDIA PIC 9(02)V9.
                     03 WS-BOL-SIT   PIC 9(01).

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(20) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "MAPA DE RESULTADOS - TURMA".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-TURMA PIC X(03).
          02 FILLER    PIC X(30) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(05) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "NOME".
          02 FILLER   PIC X(20) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "NUMERO".
          02 FILLER   PIC X(04) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "MEDIA".
          02 FILLER   PIC X(04) VALUE SPACES.
          02 FILLER   PIC X(08) VALUE "SITUACAO".
          02 FILLER   PIC X(24) VALUE SPACES.

       01 DETALHE.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 NOME-DET    PIC X(20).
          02 FILLER      PIC X(04) VALUE SPACES.
          02 NUMERO-DET  PIC 9(05).
          02 FILLER      PIC X(06) VALUE SPACES.
          02 MEDIA-DET   PIC Z9,9.
          02 FILLER      PIC X(04) VALUE SPACES.
          02 SIT-DET     PIC X(11).
          02 FILLER      PIC X(21) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 FILLER      PIC X(05) VALUE "TURMA".
          02 FILLER      PIC X(01) VALUE SPACES.
          02 TURMA-SUBT  PIC X(03).
          02 FILLER      PIC X(03) VALUE " - ".
          02 FILLER      PIC X(10) VALUE "APROVADOS ".
          02 APROV-SUBT  PIC ZZZ9.
          02 FILLER      PIC X(14) VALUE "  RECUPERACAO ".
          02 RECUP-SUBT  PIC ZZZ9.
          02 FILLER      PIC X(13) VALUE "  REPROVADOS ".
          02 REPROV-SUBT PIC ZZZ9.
          02 FILLER      PIC X(14) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 FILLER      PIC X(22) VALUE "TOTAL GERAL DE ALUNOS ".
          02 TOTAL-GERAL PIC ZZZZ9.
          02 FILLER      PIC X(09) VALUE " EM      ".
          02 TOTAL-TURMAS PIC ZZ9.
          02 FILLER      PIC X(07) VALUE " TURMAS".
          02 FILLER      PIC X(29) VALUE SPACES.

       01 LINHA-TOTAL-SIT.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 FILLER      PIC X(10) VALUE "APROVADOS ".
          02 TOTAL-APROV PIC ZZZZ9.
          02 FILLER      PIC X(14) VALUE "  RECUPERACAO ".
          02 TOTAL-RECUP PIC ZZZZ9.
          02 FILLER      PIC X(13) VALUE "  REPROVADOS ".
          02 TOTAL-REPROV PIC ZZZZ9.
          02 FILLER      PIC X(23) VALUE SPACES.

       01 CAB-BOL-02.
          02 FILLER    PIC X(20) VALUE SPACES.
          02 FILLER    PIC X(23) VALUE "BOLETIM ESCOLAR - TURMA".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-BOL-TURMA PIC X(03).
          02 FILLER    PIC X(33) VALUE SPACES.

       01 CAB-BOL-ALUNO.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(07) VALUE "ALUNO: ".
          02 BOL-NUMERO PIC 9(05).
          02 FILLER    PIC X(03) VALUE " - ".
          02 BOL-NOME  PIC X(20).
          02 FILLER    PIC X(40) VALUE SPACES.

       01 CAB-BOL-03.
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(22) VALUE "DISCIPLINA".
          02 FILLER   PIC X(06) VALUE "    B1".
          02 FILLER   PIC X(06) VALUE "    B2".
          02 FILLER   PIC X(06) VALUE "    B3".
          02 FILLER   PIC X(06) VALUE "    B4".
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "MEDIA".
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(08) VALUE "SITUACAO".
          02 FILLER   PIC X(14) VALUE SPACES.

       01 DETALHE-BOL.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 BOL-DESCR-DET PIC X(20).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 BOL-BIM-DET OCCURS 4 TIMES.
                 03 FILLER       PIC X(02).
                 03 BOL-NOTA-DET PIC X(04).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 BOL-MEDIA-DET PIC Z9,9.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 BOL-SIT-DET   PIC X(11).
          02 FILLER        PIC X(11) VALUE SPACES.

       01 LINHA-BOL-FINAL.
          02 FILLER         PIC X(05) VALUE SPACES.
          02 FILLER         PIC X(13) VALUE "MEDIA GERAL: ".
          02 BOL-MEDIA-GERAL PIC Z9,9.
          02 FILLER         PIC X(05) VALUE SPACES.
          02 FILLER         PIC X(16) VALUE "SITUACAO FINAL: ".
          02 BOL-SIT-FINAL  PIC X(11).
          02 FILLER         PIC X(26) VALUE SPACES.

       01 LINHA-BOL-CRITERIO.
          02 FILLER         PIC X(05) VALUE SPACES.
          02 FILLER         PIC X(20) VALUE "APROVACAO COM MEDIA ".
          02 BOL-CRIT-APROV PIC Z9,9.
          02 FILLER         PIC X(18) VALUE ", RECUPERACAO COM ".
          02 BOL-CRIT-RECUP PIC Z9,9.
          02 FILLER         PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA109 SECTION.

       PERFORM LE-PARAMETROS.
       SORT TRAB
            ASCENDING KEY TRAB-TURMA
            ASCENDING KEY TRAB-NOME
            ASCENDING KEY TRAB-NUMERO
            ASCENDING KEY TRAB-DISCIPLINA
            ASCENDING KEY TRAB-BIMESTRE
            INPUT  PROCEDURE ROT-ENTRADA
            OUTPUT PROCEDURE ROT-SAIDA.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM REGISTRA-CATALOGO
              DISPLAY "EX109 - BOLETINS E MAPA GERADOS - "
                      WS-CT-ALUNOS " ALUNO(S) EM "
                      WS-CT-TURMAS " TURMA(S)"
       END-IF.

       GOBACK.

       LE-PARAMETROS SECTION.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM EQUAL "00"
                     READ ARQ-PARM
                            NOT AT END PERFORM CONFERE-PARAMETROS
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.

       CONFERE-PARAMETROS SECTION.
              IF PRM-MEDIA-APROV NOT NUMERIC
                 OR PRM-MEDIA-RECUP NOT NUMERIC
                 OR PRM-MEDIA-APROV GREATER 10
                 OR PRM-MEDIA-RECUP GREATER PRM-MEDIA-APROV
                     DISPLAY "EX109 - PARM-EX109 INVALIDO - MANTIDOS "
                             "OS CORTES PADRAO"
              ELSE
                     MOVE PRM-MEDIA-APROV TO WS-MEDIA-APROV
                     MOVE PRM-MEDIA-RECUP TO WS-MEDIA-RECUP
              END-IF.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "MAPA DE RESULTADOS" TO CAT-NOME.
              MOVE "EX109" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE FUNCTION CURRENT-DATE (1:8) TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX109-MAPA.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              MOVE "BOLETINS ESCOLARES" TO CAT-NOME.
              MOVE CT-PAG-BOL TO CAT-PAGINAS.
              MOVE "EX109-BOLETIM.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       ROT-ENTRADA SECTION.
              OPEN INPUT NOTAS-VAL.
              IF WS-STATUS-NOTAS NOT EQUAL "00"
                     DISPLAY "EX109 - ERRO AO ABRIR NOTAS-VAL - FILE "
                             "STATUS " WS-STATUS-NOTAS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     CLOSE NOTAS-VAL
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ NOTAS-VAL
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
              MOVE NTV-TURMA TO TRAB-TURMA.
              MOVE NTV-NOME TO TRAB-NOME.
              MOVE NTV-NUMERO TO TRAB-NUMERO.
              MOVE NTV-DISCIPLINA TO TRAB-DISCIPLINA.
              MOVE NTV-BIMESTRE TO TRAB-BIMESTRE.
              MOVE NTV-NOTA TO TRAB-NOTA.
              MOVE NTV-DISC-DESCR TO TRAB-DISC-DESCR.
              RELEASE REG-TRAB.
              PERFORM LEITURA-ENTRADA.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT RELAT BOLETIM SITUACAO
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
                     CLOSE RELAT BOLETIM SITUACAO
              END-IF.

       ESVAZIA-TRAB SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              PERFORM ACUMULA-NOTA.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                 OR TRAB-NUMERO NOT EQUAL WS-NUMERO-ANTERIOR
                     IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                            PERFORM FECHA-DISCIPLINA
                            PERFORM FECHA-ALUNO
                     END-IF
                     IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                            IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                                   PERFORM SUBTOTAL-TURMA-SAIDA
                            END-IF
                            MOVE TRAB-TURMA TO WS-TURMA-ANTERIOR
                            ADD 1 TO WS-CT-TURMAS
                            MOVE 25 TO CT-LIN
                     END-IF
                     PERFORM INICIA-ALUNO
                     PERFORM INICIA-DISCIPLINA
              ELSE
                     IF TRAB-DISCIPLINA NOT EQUAL WS-DISC-ANTERIOR
                            PERFORM FECHA-DISCIPLINA
                            PERFORM INICIA-DISCIPLINA
                     END-IF
              END-IF.

       INICIA-ALUNO SECTION.
              MOVE TRAB-NUMERO TO WS-NUMERO-ANTERIOR.
              MOVE TRAB-NOME TO WS-NOME-ALUNO.
              MOVE ZEROES TO WS-QT-DISC.
              MOVE ZEROES TO WS-SOMA-MEDIAS.
              MOVE ZEROES TO WS-QT-MEDIAS.
              MOVE ZEROES TO WS-SIT-ALUNO.

       INICIA-DISCIPLINA SECTION.
              MOVE TRAB-DISCIPLINA TO WS-DISC-ANTERIOR.
              MOVE ZEROES TO WS-SOMA-NOTAS.
              MOVE ZEROES TO WS-QT-NOTAS.
              IF WS-QT-DISC EQUAL 20
                     DISPLAY "EX109 - BOLETIM COM MAIS DE 20 "
                             "DISCIPLINAS - ALUNO " TRAB-NUMERO
                             " DISCIPLINA IGNORADA: " TRAB-DISCIPLINA
                     MOVE ZEROES TO WS-IND-DISC
              ELSE
                     ADD 1 TO WS-QT-DISC
                     MOVE WS-QT-DISC TO WS-IND-DISC
                     MOVE TRAB-DISCIPLINA TO WS-BOL-COD (WS-IND-DISC)
                     MOVE TRAB-DISC-DESCR TO WS-BOL-DESCR (WS-IND-DISC)
                     MOVE ZEROES TO WS-BOL-QT (WS-IND-DISC)
                     MOVE ZEROES TO WS-BOL-MEDIA (WS-IND-DISC)
                     MOVE ZEROES TO WS-BOL-SIT (WS-IND-DISC)
                     PERFORM VARYING WS-BIM FROM 1 BY 1
                             UNTIL WS-BIM GREATER 4
                             MOVE "N" TO
                                  WS-BOL-TEM (WS-IND-DISC, WS-BIM)
                             MOVE ZEROES TO
                                  WS-BOL-NOTA (WS-IND-DISC, WS-BIM)
                     END-PERFORM
              END-IF.

       ACUMULA-NOTA SECTION.
              IF WS-IND-DISC NOT EQUAL ZEROES
                 AND WS-BOL-TEM (WS-IND-DISC, TRAB-BIMESTRE)
                     EQUAL "N"
                     MOVE "S" TO WS-BOL-TEM (WS-IND-DISC, TRAB-BIMESTRE)
                     MOVE TRAB-NOTA TO
                          WS-BOL-NOTA (WS-IND-DISC, TRAB-BIMESTRE)
                     ADD TRAB-NOTA TO WS-SOMA-NOTAS
                     ADD 1 TO WS-QT-NOTAS
              END-IF.

       FECHA-DISCIPLINA SECTION.
              IF WS-IND-DISC NOT EQUAL ZEROES
                 AND WS-QT-NOTAS GREATER ZEROES
                     MOVE WS-QT-NOTAS TO WS-BOL-QT (WS-IND-DISC)
                     COMPUTE WS-BOL-MEDIA (WS-IND-DISC) ROUNDED =
                             WS-SOMA-NOTAS / WS-QT-NOTAS
                     IF WS-BOL-MEDIA (WS-IND-DISC) NOT LESS
                        WS-MEDIA-APROV
                            MOVE 1 TO WS-BOL-SIT (WS-IND-DISC)
                     ELSE
                            IF WS-BOL-MEDIA (WS-IND-DISC) NOT LESS
                               WS-MEDIA-RECUP
                                   MOVE 2 TO WS-BOL-SIT (WS-IND-DISC)
                            ELSE
                                   MOVE 3 TO WS-BOL-SIT (WS-IND-DISC)
                            END-IF
                     END-IF
                     IF WS-BOL-SIT (WS-IND-DISC) GREATER WS-SIT-ALUNO
                            MOVE WS-BOL-SIT (WS-IND-DISC)
                              TO WS-SIT-ALUNO
                     END-IF
                     ADD WS-BOL-MEDIA (WS-IND-DISC) TO WS-SOMA-MEDIAS
                     ADD 1 TO WS-QT-MEDIAS
              END-IF.

       FECHA-ALUNO SECTION.
              IF WS-QT-MEDIAS GREATER ZEROES
                     COMPUTE WS-MEDIA-GERAL ROUNDED =
                             WS-SOMA-MEDIAS / WS-QT-MEDIAS
              ELSE
                     MOVE ZEROES TO WS-MEDIA-GERAL
              END-IF.
              PERFORM IMPRIME-BOLETIM.
              PERFORM IMPRESSAO-SAIDA.
              MOVE WS-NUMERO-ANTERIOR TO SIF-NUMERO.
              MOVE WS-TURMA-ANTERIOR TO SIF-TURMA.
              MOVE WS-NOME-ALUNO TO SIF-NOME.
              MOVE WS-MEDIA-GERAL TO SIF-MEDIA.
              MOVE WS-SIT-ALUNO TO SIF-SITUACAO.
              WRITE REG-SITUACAO.

       SITUACAO-TEXTO SECTION.
              IF WS-SIT-COD EQUAL 1
                     MOVE "APROVADO" TO WS-SIT-TEXTO
              ELSE
                     IF WS-SIT-COD EQUAL 2
                            MOVE "RECUPERACAO" TO WS-SIT-TEXTO
                     ELSE
                            MOVE "REPROVADO" TO WS-SIT-TEXTO
                     END-IF
              END-IF.

       IMPRIME-BOLETIM SECTION.
              ADD 1 TO CT-PAG-BOL.
              MOVE CT-PAG-BOL TO VAR-PAG.
              MOVE WS-TURMA-ANTERIOR TO CAB-BOL-TURMA.
              MOVE WS-NUMERO-ANTERIOR TO BOL-NUMERO.
              MOVE WS-NOME-ALUNO TO BOL-NOME.
              WRITE REG-BOL AFTER ADVANCING PAGE.
              WRITE REG-BOL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-BOL FROM CAB-BOL-02 AFTER ADVANCING 2 LINES.
              WRITE REG-BOL FROM CAB-BOL-ALUNO AFTER ADVANCING 2 LINES.
              WRITE REG-BOL FROM CAB-BOL-03 AFTER ADVANCING 2 LINES.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-QT-DISC
                      PERFORM DETALHE-BOLETIM
              END-PERFORM.
              MOVE WS-MEDIA-GERAL TO BOL-MEDIA-GERAL.
              MOVE WS-SIT-ALUNO TO WS-SIT-COD.
              PERFORM SITUACAO-TEXTO.
              MOVE WS-SIT-TEXTO TO BOL-SIT-FINAL.
              WRITE REG-BOL FROM LINHA-BOL-FINAL
                    AFTER ADVANCING 2 LINES.
              MOVE WS-MEDIA-APROV TO BOL-CRIT-APROV.
              MOVE WS-MEDIA-RECUP TO BOL-CRIT-RECUP.
              WRITE REG-BOL FROM LINHA-BOL-CRITERIO
                    AFTER ADVANCING 2 LINES.

       DETALHE-BOLETIM SECTION.
              MOVE WS-BOL-DESCR (WS-IND) TO BOL-DESCR-DET.
              PERFORM VARYING WS-BIM FROM 1 BY 1
                      UNTIL WS-BIM GREATER 4
                      MOVE SPACES TO BOL-BIM-DET (WS-BIM)
                      IF WS-BOL-TEM (WS-IND, WS-BIM) EQUAL "S"
                             MOVE WS-BOL-NOTA (WS-IND, WS-BIM)
                               TO WS-NOTA-ED
                             MOVE WS-NOTA-ED TO BOL-NOTA-DET (WS-BIM)
                      ELSE
                             MOVE "  --" TO BOL-NOTA-DET (WS-BIM)
                      END-IF
              END-PERFORM.
              MOVE WS-BOL-MEDIA (WS-IND) TO BOL-MEDIA-DET.
              MOVE WS-BOL-SIT (WS-IND) TO WS-SIT-COD.
              PERFORM SITUACAO-TEXTO.
              MOVE WS-SIT-TEXTO TO BOL-SIT-DET.
              WRITE REG-BOL FROM DETALHE-BOL AFTER ADVANCING 1 LINE.

       SUBTOTAL-TURMA-SAIDA SECTION.
              MOVE WS-TURMA-ANTERIOR TO TURMA-SUBT.
              MOVE WS-CT-APROV-TURMA TO APROV-SUBT.
              MOVE WS-CT-RECUP-TURMA TO RECUP-SUBT.
              MOVE WS-CT-REPROV-TURMA TO REPROV-SUBT.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO WS-CT-APROV-TURMA.
              MOVE ZEROES TO WS-CT-RECUP-TURMA.
              MOVE ZEROES TO WS-CT-REPROV-TURMA.

       IMPRESSAO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              PERFORM DETALHE-SAIDA.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-TURMA-ANTERIOR TO CAB-02-TURMA.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA SECTION.
              MOVE WS-NOME-ALUNO TO NOME-DET.
              MOVE WS-NUMERO-ANTERIOR TO NUMERO-DET.
              MOVE WS-MEDIA-GERAL TO MEDIA-DET.
              MOVE WS-SIT-ALUNO TO WS-SIT-COD.
              PERFORM SITUACAO-TEXTO.
              MOVE WS-SIT-TEXTO TO SIT-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-ALUNOS.
              IF WS-SIT-ALUNO EQUAL 1
                     ADD 1 TO WS-CT-APROV-TURMA
                     ADD 1 TO WS-CT-APROV
              ELSE
                     IF WS-SIT-ALUNO EQUAL 2
                            ADD 1 TO WS-CT-RECUP-TURMA
                            ADD 1 TO WS-CT-RECUP
                     ELSE
                            ADD 1 TO WS-CT-REPROV-TURMA
                            ADD 1 TO WS-CT-REPROV
                     END-IF
              END-IF.

       FIM-SAIDA SECTION.
              IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                     PERFORM FECHA-DISCIPLINA
                     PERFORM FECHA-ALUNO
                     PERFORM SUBTOTAL-TURMA-SAIDA
              END-IF.
              MOVE WS-CT-ALUNOS TO TOTAL-GERAL.
              MOVE WS-CT-TURMAS TO TOTAL-TURMAS.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 2 LINES.
              MOVE WS-CT-APROV TO TOTAL-APROV.
              MOVE WS-CT-RECUP TO TOTAL-RECUP.
              MOVE WS-CT-REPROV TO TOTAL-REPROV.
              WRITE REG-REL FROM LINHA-TOTAL-SIT
                    AFTER ADVANCING 1 LINE.
