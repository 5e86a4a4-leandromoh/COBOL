       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX110.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONTROLE MENSAL DE FREQUENCIA DOS ALUNOS. A CHAMADA
      *          DIARIA DE CADA TURMA E ACRESCENTADA EM FREQUENCIA.DAT
      *          (DATA, TURMA, NUMERO DO ALUNO E "P" = PRESENTE OU
      *          "F" = FALTA). O PERIODO LETIVO VEM DE PARM-EX110.DAT
      *          (OPCIONAL: INICIO DO PERIODO, DATA DE REFERENCIA,
      *          QUANTIDADE N DE FALTAS SEGUIDAS QUE CARACTERIZA
      *          RISCO DE EVASAO E O PERCENTUAL DE ALERTA); SEM ELE O
      *          PERIODO COMECA NA PRIMEIRA CHAMADA LANCADA, VAI ATE
      *          HOJE, N = 5 E O ALERTA E 80,0%. OS DIAS LETIVOS SAO
      *          OS DIAS DE SEGUNDA A SEXTA DO PERIODO QUE NAO
      *          CONSTAM COMO FERIADO NACIONAL ("NAC ") EM
      *          FERIADOS.DAT, PELA MESMA REGRA DE EX106 (DATSRV).
      *          A FREQUENCIA DE CADA ALUNO E (DIAS LETIVOS - FALTAS)
      *          / DIAS LETIVOS; CHAMADA EM DIA NAO LETIVO, ALUNO FORA
      *          DE CADATU.DAT OU MARCA INVALIDA SAO IGNORADOS E
      *          CONTADOS NO RESUMO. ABAIXO DE 75% O ALUNO ESTA
      *          REPROVADO POR FALTA; ENTRE 75% E O ALERTA, EM
      *          ALERTA. QUEM TEM AS ULTIMAS N CHAMADAS SEGUIDAS COMO
      *          FALTA E RISCO DE EVASAO. SAEM A FREQUENCIA POR TURMA
      *          EM EX110-REL.DAT (MOLDE DE EX57, PAGINA NOVA A CADA
      *          TURMA), A LISTA DE RISCO DE EVASAO PARA A
      *          COORDENACAO EM EX110-RISCO.DAT E, PARA CADA ALUNO EM
      *          RISCO, UM MOVIMENTO CANDIDATO "S" NO LAYOUT DE
      *          MVTO-ALU.DAT EM EX110-CAND-S.DAT - A COORDENACAO
      *          CONFIRMA O ABANDONO E SO ENTAO O COPIA PARA
      *          MVTO-ALU.DAT, PARA EX64 DAR A BAIXA. OS DOIS
      *          RELATORIOS SAO REGISTRADOS NO CATALOGO. TERMINA COM
      *          GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FREQUENCIA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FREQ.
       SELECT CADATU ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADATU.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT RISCO ASSIGN TO DISK.
       SELECT CAND-S ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD FREQUENCIA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FREQUENCIA.DAT".

       01 REG-FREQ.
              02 FRQ-DATA     PIC 9(08).
              02 FRQ-TURMA    PIC X(03).
              02 FRQ-NUMERO   PIC 9(05).
              02 FRQ-PRESENCA PIC X(01).

       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".

       01 REG-SAI.
              02 NUMERO-SAI PIC 9(05).
              02 NOME-SAI PIC X(20).
              02 DATA-NASCIMENTO-SAI PIC 9(08).
              02 IDADE-SAI PIC 9(03).
              02 TURMA-SAI PIC X(03).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX110.DAT".

       01 REG-PARM.
              02 PRM-INICIO       PIC 9(08).
              02 PRM-REFERENCIA   PIC 9(08).
              02 PRM-FALTAS-SEG   PIC 9(02).
              02 PRM-ALERTA       PIC 9(03)V9.

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-TURMA    PIC X(03).
              02 TRAB-NUMERO   PIC 9(05).
              02 TRAB-DATA     PIC 9(08).
              02 TRAB-PRESENCA PIC X(01).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX110-REL.DAT".
       01 REG-REL PIC X(80).

       FD RISCO
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX110-RISCO.DAT".
       01 REG-RISCO PIC X(80).

       FD CAND-S
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX110-CAND-S.DAT".

       01 REG-CAND-S.
              02 MVA-NUMERO PIC 9(05).
              02 MVA-TIPO   PIC X(01).
              02 MVA-NOME   PIC X(20).
              02 MVA-NASC   PIC 9(08).
              02 MVA-TURMA  PIC X(03).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 CT-LIN-RISCO PIC 9(02) VALUE 25.
       77 CT-PAG-RISCO PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-FREQ PIC X(02).
       77 WS-STATUS-CADATU PIC X(02).
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-DATA-INICIO PIC 9(08) VALUE ZEROES.
       77 WS-DATA-REF PIC 9(08) VALUE ZEROES.
       77 WS-FALTAS-SEG-MAX PIC 9(02) VALUE 05.
       77 WS-PERC-ALERTA PIC 9(03)V9 VALUE 80,0.
       77 WS-PERC-MINIMO PIC 9(03)V9 VALUE 75,0.
       77 WS-MENOR-DATA PIC 9(08) VALUE 99999999.
       77 WS-DATA-DIA PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-INTEIRO-FIM PIC 9(07) VALUE ZEROES.
       77 WS-IND-SEMANA PIC 9(01) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-LETIVO PIC X(03) VALUE "NAO".
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-LETIVOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-LET PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-ALUNOS PIC 9(04) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-IND-ALUNO PIC 9(04) VALUE ZEROES.
       77 WS-TURMA-ANTERIOR PIC X(03) VALUE SPACES.
       77 WS-NUMERO-ANTERIOR PIC 9(05) VALUE ZEROES.
       77 WS-DATA-ANTERIOR PIC 9(08) VALUE ZEROES.
       77 WS-FALTAS PIC 9(03) VALUE ZEROES.
       77 WS-FALTAS-SEG PIC 9(03) VALUE ZEROES.
       77 WS-ULT-PRESENCA PIC 9(08) VALUE ZEROES.
       77 WS-PERC-FREQ PIC 9(03)V9 VALUE ZEROES.
       77 WS-SITUACAO PIC X(12) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(06) VALUE ZEROES.
       77 WS-CT-FORA-PERIODO PIC 9(06) VALUE ZEROES.
       77 WS-CT-NAO-LETIVO PIC 9(06) VALUE ZEROES.
       77 WS-CT-SEM-CADASTRO PIC 9(06) VALUE ZEROES.
       77 WS-CT-MARCA-INVALIDA PIC 9(06) VALUE ZEROES.
       77 WS-CT-ALUNOS-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-ALERTA-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-ABAIXO-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-RISCO-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-ALUNOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALERTA PIC 9(05) VALUE ZEROES.
       77 WS-CT-ABAIXO PIC 9(05) VALUE ZEROES.
       77 WS-CT-RISCO PIC 9(05) VALUE ZEROES.
       77 WS-CT-TURMAS PIC 9(03) VALUE ZEROES.

       01 TABELA-ALUNOS.
              02 WS-ALUNO OCCURS 1000 TIMES.
                     03 WS-ALU-NUMERO PIC 9(05).
                     03 WS-ALU-NOME   PIC X(20).
                     03 WS-ALU-NASC   PIC 9(08).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 TABELA-LETIVOS.
              02 WS-LETIVO OCCURS 400 TIMES PIC 9(08).

       01 DATSRV-AREA.
              COPY DATSRV.

       01 WS-DATA-ED.
          02 WS-DATA-ED-DIA PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-MES PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-ANO PIC 9999.

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(30)
                       VALUE "CONTROLE DE FREQUENCIA - TURMA".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-TURMA PIC X(03).
          02 FILLER    PIC X(05) VALUE " ATE ".
          02 CAB-02-DATA PIC X(10).
          02 FILLER    PIC X(16) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(05) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "NOME".
          02 FILLER   PIC X(20) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "NUMERO".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "FALTAS".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(07) VALUE "SEGUIDA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "FREQ.%".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(08) VALUE "SITUACAO".
          02 FILLER   PIC X(10) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 NOME-DET     PIC X(20).
          02 FILLER       PIC X(04) VALUE SPACES.
          02 NUMERO-DET   PIC 9(05).
          02 FILLER       PIC X(06) VALUE SPACES.
          02 FALTAS-DET   PIC ZZ9.
          02 FILLER       PIC X(06) VALUE SPACES.
          02 SEGUIDAS-DET PIC ZZ9.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FREQ-DET     PIC ZZ9,9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 SIT-DET      PIC X(12).
          02 FILLER       PIC X(06) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 FILLER      PIC X(06) VALUE "TURMA ".
          02 TURMA-SUBT  PIC X(03).
          02 FILLER      PIC X(10) VALUE " - ALUNOS ".
          02 ALUNOS-SUBT PIC ZZZ9.
          02 FILLER      PIC X(09) VALUE "  ALERTA ".
          02 ALERTA-SUBT PIC ZZZ9.
          02 FILLER      PIC X(13) VALUE "  ABAIXO 75% ".
          02 ABAIXO-SUBT PIC ZZZ9.
          02 FILLER      PIC X(08) VALUE "  RISCO ".
          02 RISCO-SUBT  PIC ZZZ9.
          02 FILLER      PIC X(10) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 FILLER      PIC X(22) VALUE "TOTAL GERAL DE ALUNOS ".
          02 TOTAL-GERAL PIC ZZZZ9.
          02 FILLER      PIC X(09) VALUE " EM      ".
          02 TOTAL-TURMAS PIC ZZ9.
          02 FILLER      PIC X(07) VALUE " TURMAS".
          02 FILLER      PIC X(29) VALUE SPACES.

       01 LINHA-TOTAL-SIT.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(07) VALUE "ALERTA ".
          02 TOTAL-ALERTA PIC ZZZZ9.
          02 FILLER       PIC X(13) VALUE "  ABAIXO 75% ".
          02 TOTAL-ABAIXO PIC ZZZZ9.
          02 FILLER       PIC X(08) VALUE "  RISCO ".
          02 TOTAL-RISCO  PIC ZZZZ9.
          02 FILLER       PIC X(32) VALUE SPACES.

       01 LINHA-LETIVOS.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(14) VALUE "DIAS LETIVOS: ".
          02 LETIVOS-DET  PIC ZZ9.
          02 FILLER       PIC X(04) VALUE " DE ".
          02 LET-INICIO   PIC X(10).
          02 FILLER       PIC X(03) VALUE " A ".
          02 LET-FIM      PIC X(10).
          02 FILLER       PIC X(31) VALUE SPACES.

       01 CAB-RISCO-02.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(29)
                       VALUE "ALUNOS EM RISCO DE EVASAO ATE".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-RISCO-DATA PIC X(10).
          02 FILLER    PIC X(25) VALUE SPACES.

       01 CAB-RISCO-03.
          02 FILLER   PIC X(05) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "TURMA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "NUMERO".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "NOME".
          02 FILLER   PIC X(18) VALUE SPACES.
          02 FILLER   PIC X(07) VALUE "SEGUIDA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(14) VALUE "ULT. PRESENCA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "FREQ.%".
          02 FILLER   PIC X(07) VALUE SPACES.

       01 DETALHE-RISCO.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 RIS-TURMA     PIC X(03).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 RIS-NUMERO    PIC 9(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 RIS-NOME      PIC X(20).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 RIS-SEGUIDAS  PIC ZZ9.
          02 FILLER        PIC X(04) VALUE SPACES.
          02 RIS-ULT-PRES  PIC X(10).
          02 FILLER        PIC X(06) VALUE SPACES.
          02 RIS-FREQ      PIC ZZ9,9.
          02 FILLER        PIC X(08) VALUE SPACES.

       01 LINHA-TOTAL-RISCO.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 FILLER        PIC X(25)
                           VALUE "TOTAL DE ALUNOS EM RISCO ".
          02 TOTAL-RIS     PIC ZZZZ9.
          02 FILLER        PIC X(19) VALUE " - CRITERIO: ULTIMA".
          02 FILLER        PIC X(01) VALUE "S".
          02 RIS-CRITERIO  PIC ZZ9.
          02 FILLER        PIC X(22) VALUE " CHAMADAS COM FALTA".

       PROCEDURE DIVISION.

       PROGRAMA110 SECTION.

       PERFORM LE-PARAMETROS.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-ALUNOS
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-FERIADOS
              SORT TRAB
                   ASCENDING KEY TRAB-TURMA
                   ASCENDING KEY TRAB-NUMERO
                   ASCENDING KEY TRAB-DATA
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM REGISTRA-CATALOGO
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       LE-PARAMETROS SECTION.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM EQUAL "00"
                     READ ARQ-PARM
                            NOT AT END PERFORM CONFERE-PARAMETROS
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.

       CONFERE-PARAMETROS SECTION.
              IF PRM-INICIO NUMERIC AND PRM-INICIO NOT EQUAL ZEROES
                     MOVE PRM-INICIO TO WS-DATA-DIA
                     PERFORM VALIDA-DATA-PARM
                     MOVE PRM-INICIO TO WS-DATA-INICIO
              END-IF.
              IF PRM-REFERENCIA NUMERIC
                 AND PRM-REFERENCIA NOT EQUAL ZEROES
                     MOVE PRM-REFERENCIA TO WS-DATA-DIA
                     PERFORM VALIDA-DATA-PARM
                     MOVE PRM-REFERENCIA TO WS-DATA-REF
              END-IF.
              IF PRM-FALTAS-SEG NUMERIC
                 AND PRM-FALTAS-SEG NOT EQUAL ZEROES
                     MOVE PRM-FALTAS-SEG TO WS-FALTAS-SEG-MAX
              END-IF.
              IF PRM-ALERTA NUMERIC
                 AND PRM-ALERTA NOT LESS WS-PERC-MINIMO
                 AND PRM-ALERTA NOT GREATER 100
                     MOVE PRM-ALERTA TO WS-PERC-ALERTA
              END-IF.
              IF WS-DATA-INICIO GREATER WS-DATA-REF
                     DISPLAY "EX110 - INICIO DO PERIODO POSTERIOR A "
                             "DATA DE REFERENCIA EM PARM-EX110"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       VALIDA-DATA-PARM SECTION.
              MOVE "V" TO DAT-FUNCAO.
              MOVE WS-DATA-DIA (7:2) TO DAT-DIA.
              MOVE WS-DATA-DIA (5:2) TO DAT-MES.
              MOVE WS-DATA-DIA (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              IF DAT-RETORNO NOT EQUAL "0"
                     DISPLAY "EX110 - DATA INVALIDA EM PARM-EX110: "
                             WS-DATA-DIA
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       CARREGA-ALUNOS SECTION.
              OPEN INPUT CADATU.
              IF WS-STATUS-CADATU NOT EQUAL "00"
                     DISPLAY "EX110 - ERRO AO ABRIR CADATU - FILE "
                             "STATUS " WS-STATUS-CADATU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ CADATU
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   IF REG-SAI (1:1) NOT EQUAL "H"
                                          PERFORM GUARDA-ALUNO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CADATU
              END-IF.

       GUARDA-ALUNO SECTION.
              IF WS-TOTAL-ALUNOS EQUAL 1000
                     DISPLAY "EX110 - TABELA DE ALUNOS CHEIA (1000) - "
                             "ALUNO IGNORADO: " NUMERO-SAI
              ELSE
                     ADD 1 TO WS-TOTAL-ALUNOS
                     MOVE NUMERO-SAI TO WS-ALU-NUMERO (WS-TOTAL-ALUNOS)
                     MOVE NOME-SAI TO WS-ALU-NOME (WS-TOTAL-ALUNOS)
                     MOVE DATA-NASCIMENTO-SAI TO
                          WS-ALU-NASC (WS-TOTAL-ALUNOS)
              END-IF.

       CARREGA-FERIADOS SECTION.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO WS-FIM-FERIADOS
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.

       GUARDA-FERIADO SECTION.
              IF FER-FILIAL EQUAL "NAC "
                     IF WS-TOTAL-FERIADOS EQUAL 100
                            DISPLAY "EX110 - TABELA DE FERIADOS CHEIA "
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

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "FREQUENCIA POR TURMA" TO CAT-NOME.
              MOVE "EX110" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-DATA-REF TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX110-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              MOVE "RISCO DE EVASAO" TO CAT-NOME.
              MOVE CT-PAG-RISCO TO CAT-PAGINAS.
              MOVE "EX110-RISCO.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       ROT-ENTRADA SECTION.
              OPEN INPUT FREQUENCIA.
              IF WS-STATUS-FREQ NOT EQUAL "00"
                     DISPLAY "EX110 - ERRO AO ABRIR FREQUENCIA - FILE "
                             "STATUS " WS-STATUS-FREQ
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     CLOSE FREQUENCIA
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ FREQUENCIA
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              IF FRQ-PRESENCA NOT EQUAL "P"
                 AND FRQ-PRESENCA NOT EQUAL "F"
                     ADD 1 TO WS-CT-MARCA-INVALIDA
              ELSE
                     IF FRQ-DATA GREATER WS-DATA-REF
                        OR FRQ-DATA LESS WS-DATA-INICIO
                            ADD 1 TO WS-CT-FORA-PERIODO
                     ELSE
                            IF FRQ-DATA LESS WS-MENOR-DATA
                                   MOVE FRQ-DATA TO WS-MENOR-DATA
                            END-IF
                            MOVE FRQ-TURMA TO TRAB-TURMA
                            MOVE FRQ-NUMERO TO TRAB-NUMERO
                            MOVE FRQ-DATA TO TRAB-DATA
                            MOVE FRQ-PRESENCA TO TRAB-PRESENCA
                            RELEASE REG-TRAB
                     END-IF
              END-IF.
              PERFORM LEITURA-ENTRADA.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     IF WS-DATA-INICIO EQUAL ZEROES
                            MOVE WS-MENOR-DATA TO WS-DATA-INICIO
                     END-IF
                     IF WS-DATA-INICIO NOT GREATER WS-DATA-REF
                            PERFORM CALCULA-LETIVOS
                     END-IF
                     IF WS-TOTAL-LETIVOS EQUAL ZEROES
                            DISPLAY "EX110 - NENHUM DIA LETIVO COM "
                                    "CHAMADA NO PERIODO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT RELAT RISCO CAND-S
                     MOVE WS-DATA-REF TO WS-DATA-DIA
                     PERFORM EDITA-DATA
                     MOVE WS-DATA-ED TO CAB-02-DATA CAB-RISCO-DATA
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
                     CLOSE RELAT RISCO CAND-S
              END-IF.

       CALCULA-LETIVOS SECTION.
              MOVE WS-DATA-INICIO TO WS-DATA-DIA.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-DATA-DIA (7:2) TO DAT-DIA.
              MOVE WS-DATA-DIA (5:2) TO DAT-MES.
              MOVE WS-DATA-DIA (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              MOVE DAT-DIA-SEMANA-IND TO WS-IND-SEMANA.
              COMPUTE WS-DATA-INTEIRO =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-INICIO).
              COMPUTE WS-INTEIRO-FIM =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-REF).
              PERFORM UNTIL WS-DATA-INTEIRO GREATER WS-INTEIRO-FIM
                     COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER
                             (WS-DATA-INTEIRO)
                     PERFORM GUARDA-DIA-LETIVO
                     ADD 1 TO WS-DATA-INTEIRO
                     IF WS-IND-SEMANA EQUAL 7
                            MOVE 1 TO WS-IND-SEMANA
                     ELSE
                            ADD 1 TO WS-IND-SEMANA
                     END-IF
              END-PERFORM.

       GUARDA-DIA-LETIVO SECTION.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL WS-DATA-DIA
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF WS-IND-SEMANA NOT EQUAL 1
                 AND WS-IND-SEMANA NOT EQUAL 2
                 AND WS-E-FERIADO EQUAL "NAO"
                     IF WS-TOTAL-LETIVOS EQUAL 400
                            DISPLAY "EX110 - PERIODO COM MAIS DE 400 "
                                    "DIAS LETIVOS - DIA IGNORADO: "
                                    WS-DATA-DIA
                     ELSE
                            ADD 1 TO WS-TOTAL-LETIVOS
                            MOVE WS-DATA-DIA TO
                                 WS-LETIVO (WS-TOTAL-LETIVOS)
                     END-IF
              END-IF.

       VERIFICA-LETIVO SECTION.
              MOVE "NAO" TO WS-E-LETIVO.
              PERFORM VARYING WS-IND-LET FROM 1 BY 1
                      UNTIL WS-IND-LET GREATER WS-TOTAL-LETIVOS
                      OR WS-E-LETIVO EQUAL "SIM"
                      IF WS-LETIVO (WS-IND-LET) EQUAL TRAB-DATA
                             MOVE "SIM" TO WS-E-LETIVO
                      END-IF
              END-PERFORM.

       EDITA-DATA SECTION.
              MOVE WS-DATA-DIA (7:2) TO WS-DATA-ED-DIA.
              MOVE WS-DATA-DIA (5:2) TO WS-DATA-ED-MES.
              MOVE WS-DATA-DIA (1:4) TO WS-DATA-ED-ANO.

       ESVAZIA-TRAB SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              IF WS-IND-ALUNO EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-CADASTRO
              ELSE
                     PERFORM ACUMULA-CHAMADA
              END-IF.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                 OR TRAB-NUMERO NOT EQUAL WS-NUMERO-ANTERIOR
                     IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                            PERFORM FECHA-ALUNO
                     END-IF
                     IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                            IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                               AND WS-CT-ALUNOS-TURMA GREATER ZEROES
                                   PERFORM SUBTOTAL-TURMA-SAIDA
                            END-IF
                            MOVE TRAB-TURMA TO WS-TURMA-ANTERIOR
                            MOVE 25 TO CT-LIN
                     END-IF
                     PERFORM INICIA-ALUNO
              END-IF.

       INICIA-ALUNO SECTION.
              MOVE TRAB-NUMERO TO WS-NUMERO-ANTERIOR.
              MOVE ZEROES TO WS-DATA-ANTERIOR.
              MOVE ZEROES TO WS-FALTAS.
              MOVE ZEROES TO WS-FALTAS-SEG.
              MOVE ZEROES TO WS-ULT-PRESENCA.
              MOVE ZEROES TO WS-IND-ALUNO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-ALUNOS
                      OR WS-IND-ALUNO NOT EQUAL ZEROES
                      IF WS-ALU-NUMERO (WS-IND) EQUAL TRAB-NUMERO
                             MOVE WS-IND TO WS-IND-ALUNO
                      END-IF
              END-PERFORM.

       ACUMULA-CHAMADA SECTION.
              IF TRAB-DATA NOT EQUAL WS-DATA-ANTERIOR
                     MOVE TRAB-DATA TO WS-DATA-ANTERIOR
                     PERFORM VERIFICA-LETIVO
                     IF WS-E-LETIVO EQUAL "NAO"
                            ADD 1 TO WS-CT-NAO-LETIVO
                     ELSE
                            IF TRAB-PRESENCA EQUAL "F"
                                   ADD 1 TO WS-FALTAS
                                   ADD 1 TO WS-FALTAS-SEG
                            ELSE
                                   MOVE ZEROES TO WS-FALTAS-SEG
                                   MOVE TRAB-DATA TO WS-ULT-PRESENCA
                            END-IF
                     END-IF
              END-IF.

       FECHA-ALUNO SECTION.
              IF WS-IND-ALUNO NOT EQUAL ZEROES
                     COMPUTE WS-PERC-FREQ ROUNDED =
                             (WS-TOTAL-LETIVOS - WS-FALTAS) * 100
                             / WS-TOTAL-LETIVOS
                     IF WS-FALTAS-SEG NOT LESS WS-FALTAS-SEG-MAX
                            MOVE "RISCO EVASAO" TO WS-SITUACAO
                     ELSE
                            IF WS-PERC-FREQ LESS WS-PERC-MINIMO
                                   MOVE "ABAIXO 75%" TO WS-SITUACAO
                            ELSE
                                   IF WS-PERC-FREQ LESS WS-PERC-ALERTA
                                          MOVE "ALERTA" TO WS-SITUACAO
                                   ELSE
                                          MOVE "REGULAR" TO WS-SITUACAO
                                   END-IF
                            END-IF
                     END-IF
                     PERFORM IMPRESSAO-SAIDA
                     IF WS-FALTAS-SEG NOT LESS WS-FALTAS-SEG-MAX
                            PERFORM IMPRIME-RISCO
                            PERFORM GRAVA-CANDIDATO
                     END-IF
              END-IF.

       SUBTOTAL-TURMA-SAIDA SECTION.
              MOVE WS-TURMA-ANTERIOR TO TURMA-SUBT.
              MOVE WS-CT-ALUNOS-TURMA TO ALUNOS-SUBT.
              MOVE WS-CT-ALERTA-TURMA TO ALERTA-SUBT.
              MOVE WS-CT-ABAIXO-TURMA TO ABAIXO-SUBT.
              MOVE WS-CT-RISCO-TURMA TO RISCO-SUBT.
              ADD 1 TO WS-CT-TURMAS.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO WS-CT-ALUNOS-TURMA.
              MOVE ZEROES TO WS-CT-ALERTA-TURMA.
              MOVE ZEROES TO WS-CT-ABAIXO-TURMA.
              MOVE ZEROES TO WS-CT-RISCO-TURMA.

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
              MOVE WS-ALU-NOME (WS-IND-ALUNO) TO NOME-DET.
              MOVE WS-NUMERO-ANTERIOR TO NUMERO-DET.
              MOVE WS-FALTAS TO FALTAS-DET.
              MOVE WS-FALTAS-SEG TO SEGUIDAS-DET.
              MOVE WS-PERC-FREQ TO FREQ-DET.
              MOVE WS-SITUACAO TO SIT-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-ALUNOS-TURMA.
              ADD 1 TO WS-CT-ALUNOS.
              IF WS-PERC-FREQ LESS WS-PERC-MINIMO
                     ADD 1 TO WS-CT-ABAIXO-TURMA
                     ADD 1 TO WS-CT-ABAIXO
              ELSE
                     IF WS-PERC-FREQ LESS WS-PERC-ALERTA
                            ADD 1 TO WS-CT-ALERTA-TURMA
                            ADD 1 TO WS-CT-ALERTA
                     END-IF
              END-IF.
              IF WS-FALTAS-SEG NOT LESS WS-FALTAS-SEG-MAX
                     ADD 1 TO WS-CT-RISCO-TURMA
                     ADD 1 TO WS-CT-RISCO
              END-IF.

       IMPRIME-RISCO SECTION.
              IF CT-LIN-RISCO GREATER THAN 24
                     ADD 1 TO CT-PAG-RISCO
                     MOVE CT-PAG-RISCO TO VAR-PAG
                     WRITE REG-RISCO AFTER ADVANCING PAGE
                     WRITE REG-RISCO FROM CAB-01 AFTER ADVANCING 1 LINE
                     WRITE REG-RISCO FROM CAB-RISCO-02
                           AFTER ADVANCING 2 LINES
                     WRITE REG-RISCO FROM CAB-RISCO-03
                           AFTER ADVANCING 2 LINES
                     MOVE ZEROES TO CT-LIN-RISCO
              END-IF.
              MOVE WS-TURMA-ANTERIOR TO RIS-TURMA.
              MOVE WS-NUMERO-ANTERIOR TO RIS-NUMERO.
              MOVE WS-ALU-NOME (WS-IND-ALUNO) TO RIS-NOME.
              MOVE WS-FALTAS-SEG TO RIS-SEGUIDAS.
              IF WS-ULT-PRESENCA EQUAL ZEROES
                     MOVE "NENHUMA" TO RIS-ULT-PRES
              ELSE
                     MOVE WS-ULT-PRESENCA TO WS-DATA-DIA
                     PERFORM EDITA-DATA
                     MOVE WS-DATA-ED TO RIS-ULT-PRES
              END-IF.
              MOVE WS-PERC-FREQ TO RIS-FREQ.
              WRITE REG-RISCO FROM DETALHE-RISCO
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-RISCO.

       GRAVA-CANDIDATO SECTION.
              MOVE WS-NUMERO-ANTERIOR TO MVA-NUMERO.
              MOVE "S" TO MVA-TIPO.
              MOVE WS-ALU-NOME (WS-IND-ALUNO) TO MVA-NOME.
              MOVE WS-ALU-NASC (WS-IND-ALUNO) TO MVA-NASC.
              MOVE WS-TURMA-ANTERIOR TO MVA-TURMA.
              WRITE REG-CAND-S.

       FIM-SAIDA SECTION.
              IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                     PERFORM FECHA-ALUNO
                     IF WS-CT-ALUNOS-TURMA GREATER ZEROES
                            PERFORM SUBTOTAL-TURMA-SAIDA
                     END-IF
              END-IF.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-CT-ALUNOS TO TOTAL-GERAL.
              MOVE WS-CT-TURMAS TO TOTAL-TURMAS.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 2 LINES.
              MOVE WS-CT-ALERTA TO TOTAL-ALERTA.
              MOVE WS-CT-ABAIXO TO TOTAL-ABAIXO.
              MOVE WS-CT-RISCO TO TOTAL-RISCO.
              WRITE REG-REL FROM LINHA-TOTAL-SIT
                    AFTER ADVANCING 1 LINE.
              MOVE WS-TOTAL-LETIVOS TO LETIVOS-DET.
              MOVE WS-DATA-INICIO TO WS-DATA-DIA.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO LET-INICIO.
              MOVE WS-DATA-REF TO WS-DATA-DIA.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO LET-FIM.
              WRITE REG-REL FROM LINHA-LETIVOS
                    AFTER ADVANCING 1 LINE.
              IF CT-LIN-RISCO GREATER THAN 24
                     ADD 1 TO CT-PAG-RISCO
                     MOVE CT-PAG-RISCO TO VAR-PAG
                     WRITE REG-RISCO AFTER ADVANCING PAGE
                     WRITE REG-RISCO FROM CAB-01 AFTER ADVANCING 1 LINE
                     WRITE REG-RISCO FROM CAB-RISCO-02
                           AFTER ADVANCING 2 LINES
                     WRITE REG-RISCO FROM CAB-RISCO-03
                           AFTER ADVANCING 2 LINES
              END-IF.
              MOVE WS-CT-RISCO TO TOTAL-RIS.
              MOVE WS-FALTAS-SEG-MAX TO RIS-CRITERIO.
              WRITE REG-RISCO FROM LINHA-TOTAL-RISCO
                    AFTER ADVANCING 2 LINES.

       RESUMO-FINAL SECTION.
              DISPLAY "EX110 - RESUMO DO CONTROLE DE FREQUENCIA".
              DISPLAY "CHAMADAS LIDAS          : " WS-CT-LIDOS.
              DISPLAY "FORA DO PERIODO         : " WS-CT-FORA-PERIODO.
              DISPLAY "EM DIA NAO LETIVO       : " WS-CT-NAO-LETIVO.
              DISPLAY "ALUNO FORA DE CADATU    : " WS-CT-SEM-CADASTRO.
              DISPLAY "MARCA INVALIDA          : "
                      WS-CT-MARCA-INVALIDA.
              DISPLAY "DIAS LETIVOS            : " WS-TOTAL-LETIVOS.
              DISPLAY "ALUNOS AVALIADOS        : " WS-CT-ALUNOS.
              DISPLAY "EM ALERTA               : " WS-CT-ALERTA.
              DISPLAY "ABAIXO DE 75%           : " WS-CT-ABAIXO.
              DISPLAY "RISCO DE EVASAO         : " WS-CT-RISCO.
