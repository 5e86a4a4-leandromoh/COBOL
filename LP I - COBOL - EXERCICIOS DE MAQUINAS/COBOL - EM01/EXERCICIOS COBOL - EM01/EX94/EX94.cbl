       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX94.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  APURACAO DO PONTO A PARTIR DAS MARCACOES DO RELOGIO,
      *          RODADA ANTES DE EX46 NA CADEIA DE EX10: LE AS
      *          MARCACOES BRUTAS DE MARCACOES.DAT (FILIAL DO
      *          RELOGIO, MATRICULA, DATA AAAAMMDD, HORA HHMM E
      *          SENTIDO "E" ENTRADA / "S" SAIDA), FICA SO COM AS DA
      *          FILIAL DA VEZ (PARM-LOTE.DAT) E AS ORDENA POR
      *          MATRICULA, DATA E HORA (SORT NO MOLDE DE EX18). CADA
      *          ENTRADA E CASADA COM A SAIDA SEGUINTE; UMA ENTRADA ATE
      *          4 HORAS DEPOIS DA SAIDA ANTERIOR (VOLTA DO INTERVALO)
      *          CONTINUA A MESMA JORNADA, QUE CONTA TODA PARA O DIA DA
      *          PRIMEIRA ENTRADA (O TURNO QUE VIRA A MEIA-NOITE FICA NO
      *          DIA EM QUE COMECOU). O TRECHO ENTRE 22H E 5H
      *          E NOTURNO E CONTA PELA HORA REDUZIDA DE 52'30" (CADA
      *          7 MINUTOS NOTURNOS VALEM 8). A JORNADA PREVISTA VEM
      *          DA ESCALA DO FUNCIONARIO EM CADESC.DAT (MANTIDO POR
      *          EX93), NOS DIAS DE TRABALHO DELA QUE NAO SAO FERIADO
      *          DE FERIADOS.DAT: O QUE PASSA DA JORNADA E HORA EXTRA,
      *          O QUE FALTA E HORA DE FALTA, E DIFERENCAS DE ATE 10
      *          MINUTOS NO DIA SAO TOLERADAS; EM DIA FORA DA ESCALA
      *          TUDO E EXTRA. DIAS DE AFASTAMENTO (SUBPROGRAMA
      *          AFASRV) NAO GERAM NADA. O RESULTADO SAI EM PONTO.DAT,
      *          UMA LINHA POR DIA COM EXTRA, FALTA OU HORA NOTURNA
      *          (HORAS NOTURNAS JA REDUZIDAS, PARA O ADICIONAL
      *          NOTURNO DE EX46). AS OCORRENCIAS - MARCACAO
      *          INVALIDA OU DUPLICADA, ENTRADA SEM SAIDA, SAIDA SEM
      *          ENTRADA, JORNADA ACIMA DE 16 HORAS, DIA DA ESCALA
      *          SEM MARCACAO, FUNCIONARIO SEM ESCALA OU ESCALA SEM
      *          NENHUMA MARCACAO NO MES - SAEM NA RELACAO DE EXCECOES
      *          DA FILIAL EM EX94-REL.DAT, CATALOGADA EM
      *          REL-CATALOGO.DAT, PARA O APONTADOR CORRIGIR AS
      *          MARCACOES E RODAR DE NOVO. A COMPETENCIA E O MES DA
      *          DATA DE PARM-LOTE.DAT (OU DA DATA DO DIA).
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MARCACOES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MARCACOES.
       SELECT CADESC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ESC-MATRICULA
              FILE STATUS IS WS-STATUS-CADESC.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-PONTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD MARCACOES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MARCACOES.DAT".

       01 REG-MARCACAO.
              02 MAR-FILIAL    PIC X(04).
              02 MAR-MATRICULA PIC 9(05).
              02 MAR-DATA      PIC 9(08).
              02 MAR-DATA-R REDEFINES MAR-DATA.
                     03 MAR-ANO PIC 9(04).
                     03 MAR-MES PIC 9(02).
                     03 MAR-DIA PIC 9(02).
              02 MAR-HORA.
                     03 MAR-HH  PIC 9(02).
                     03 MAR-MM  PIC 9(02).
              02 MAR-SENTIDO   PIC X(01).

       FD CADESC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADESC.DAT".

       01 REG-ESC.
              COPY CADESC.

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-PONTO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PONTO.DAT".

       01 REG-PONTO.
              02 PON-MATRICULA PIC 9(05).
              02 PON-DATA      PIC 9(08).
              02 PON-HORAS-EXTRA PIC 9(2)V99.
              02 PON-HORAS-FALTA PIC 9(2)V99.
              02 PON-HORAS-NOTURNAS PIC 9(2)V99.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-MATRICULA PIC 9(05).
              02 TRAB-DATA      PIC 9(08).
              02 TRAB-DATA-R REDEFINES TRAB-DATA.
                     03 TRAB-ANO PIC 9(04).
                     03 TRAB-MES PIC 9(02).
                     03 TRAB-DIA PIC 9(02).
              02 TRAB-HORA.
                     03 TRAB-HH  PIC 9(02).
                     03 TRAB-MM  PIC 9(02).
              02 TRAB-SENTIDO   PIC X(01).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX94-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ  PIC X(03) VALUE "NAO".
       77 CT-LIN   PIC 9(02) VALUE 30.
       77 CT-PAG   PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-MARCACOES PIC X(02).
       77 WS-STATUS-CADESC PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-FIM-CADESC PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(44) VALUE SPACES.
       77 WS-INT-INI-MES PIC 9(07) VALUE ZEROES.
       77 WS-DIAS-MES PIC 9(02) VALUE ZEROES.
       77 WS-IND-DIA PIC 9(02) VALUE ZEROES.
       77 WS-POS-SEMANA PIC 9(01) VALUE ZEROES.
       77 WS-PRIMEIRO PIC X(03) VALUE "SIM".
       77 WS-MAT-ATUAL PIC 9(05) VALUE ZEROES.
       77 WS-ENT-PENDENTE PIC X(03) VALUE "NAO".
       77 WS-ENT-DATA PIC 9(08) VALUE ZEROES.
       77 WS-ENT-HORA PIC 9(04) VALUE ZEROES.
       77 WS-ENT-ABS PIC 9(11) VALUE ZEROES.
       77 WS-JOR-DATA PIC 9(08) VALUE ZEROES.
       77 WS-SAIDA-ABS PIC 9(11) VALUE ZEROES.
       77 WS-ULT-SENTIDO PIC X(01) VALUE SPACES.
       77 WS-ULT-ABS PIC 9(11) VALUE ZEROES.
       77 WS-MARC-ABS PIC 9(11) VALUE ZEROES.
       77 WS-CALC-INI PIC 9(11) VALUE ZEROES.
       77 WS-CALC-FIM PIC 9(11) VALUE ZEROES.
       77 WS-CALC-DIA PIC 9(07) VALUE ZEROES.
       77 WS-CALC-TOTAL PIC 9(05) VALUE ZEROES.
       77 WS-CALC-NOTURNO PIC 9(05) VALUE ZEROES.
       77 WS-JAN-INI PIC 9(11) VALUE ZEROES.
       77 WS-JAN-FIM PIC 9(11) VALUE ZEROES.
       77 WS-SOBRE-INI PIC 9(11) VALUE ZEROES.
       77 WS-SOBRE-FIM PIC 9(11) VALUE ZEROES.
       77 WS-HH PIC 9(02) VALUE ZEROES.
       77 WS-MM PIC 9(02) VALUE ZEROES.
       77 WS-MIN-ENTRADA PIC 9(04) VALUE ZEROES.
       77 WS-MIN-TURNO PIC 9(04) VALUE ZEROES.
       77 WS-ESC-PREVISTO PIC 9(05)V99 VALUE ZEROES.
       77 WS-PREVISTO-DIA PIC 9(05)V99 VALUE ZEROES.
       77 WS-TRABALHADO PIC 9(05)V99 VALUE ZEROES.
       77 WS-MIN-EXTRA PIC 9(05)V99 VALUE ZEROES.
       77 WS-MIN-FALTA PIC 9(05)V99 VALUE ZEROES.
       77 WS-TOLERANCIA PIC 9(02) VALUE 10.
       77 WS-LIMITE-JORNADA PIC 9(04) VALUE 960.
       77 WS-LIMITE-INTERVALO PIC 9(04) VALUE 240.
       77 WS-TOTAL-PROC PIC 9(05) VALUE ZEROES.
       77 WS-IND-PROC PIC 9(05) VALUE ZEROES.
       77 WS-EXC-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-EXC-DATA PIC 9(08) VALUE ZEROES.
       77 WS-EXC-HORA PIC 9(04) VALUE ZEROES.
       77 WS-EXC-SENTIDO PIC X(01) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-OUTRA-FILIAL PIC 9(07) VALUE ZEROES.
       77 WS-CT-INVALIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-FUNCIONARIOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-ESCALA PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-MARCACAO PIC 9(05) VALUE ZEROES.
       77 WS-CT-PONTO PIC 9(07) VALUE ZEROES.
       77 WS-CT-EXCECOES PIC 9(05) VALUE ZEROES.

       01 WS-DATA-AUX.
              02 WS-AUX-ANO PIC 9(04).
              02 WS-AUX-MES PIC 9(02).
              02 WS-AUX-DIA PIC 9(02).

       01 WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(08).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 TABELA-DIAS.
              02 WS-DIA OCCURS 31 TIMES.
                     03 WS-DIA-MIN-TRAB PIC 9(05)V99.
                     03 WS-DIA-MIN-NOT  PIC 9(05).
                     03 WS-DIA-MARCOU   PIC X(03).

       01 TABELA-PROCESSADOS.
              02 WS-PROC-MATRICULA PIC 9(05) OCCURS 5000 TIMES.

       01 DATSRV-AREA.
              COPY DATSRV.

       01 AFASRV-AREA.
              COPY AFASRV.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(36) VALUE SPACES.
          02 FILLER     PIC X(28)
                  VALUE "EXCECOES DE PONTO - FILIAL ".
          02 VAR-FILIAL PIC X(04).
          02 FILLER     PIC X(04) VALUE " - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(44) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(12) VALUE "DATA".
          02 FILLER PIC X(07) VALUE "HORA".
          02 FILLER PIC X(09) VALUE "SENTIDO".
          02 FILLER PIC X(44) VALUE "OCORRENCIA".
          02 FILLER PIC X(50) VALUE SPACES.

       01 DETALHE.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 DET-MATRICULA  PIC 9(05).
          02 FILLER         PIC X(03) VALUE SPACES.
          02 DET-DATA       PIC X(10).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 DET-HORA       PIC X(05).
          02 FILLER         PIC X(05) VALUE SPACES.
          02 DET-SENTIDO    PIC X(01).
          02 FILLER         PIC X(03) VALUE SPACES.
          02 DET-OCORRENCIA PIC X(44).
          02 FILLER         PIC X(52) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR     PIC X(34).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-QTDE      PIC Z.ZZZ.ZZ9.
          02 FILLER        PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA94 SECTION.

       PERFORM PREPARA-CICLO.
       IF WS-ABORTAR EQUAL "NAO"
              SORT TRAB
                   ASCENDING KEY TRAB-MATRICULA
                   ASCENDING KEY TRAB-DATA
                   ASCENDING KEY TRAB-HORA
                   ASCENDING KEY TRAB-SENTIDO
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
       END-IF.

       GOBACK.

       PREPARA-CICLO SECTION.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              PERFORM DEFINE-MES.
              PERFORM CARREGA-FERIADOS.
              OPEN INPUT MARCACOES.
              IF WS-STATUS-MARCACOES NOT EQUAL "00"
                     DISPLAY "EX94 - ERRO AO ABRIR MARCACOES - FILE "
                             "STATUS " WS-STATUS-MARCACOES
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN INPUT CADESC
                     IF WS-STATUS-CADESC NOT EQUAL "00"
                            DISPLAY "EX94 - ERRO AO ABRIR CADESC - "
                                    "FILE STATUS " WS-STATUS-CADESC
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                            CLOSE MARCACOES
                     ELSE
                            OPEN OUTPUT RELAT ARQ-PONTO
                            PERFORM CABECALHO-SAIDA
                     END-IF
              END-IF.

       DEFINE-MES SECTION.
              MOVE WS-CICLO TO WS-DATA-AUX-NUM.
              MOVE 1 TO WS-AUX-DIA.
              COMPUTE WS-INT-INI-MES =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-AUX-NUM).
              IF WS-AUX-MES EQUAL 12
                     ADD 1 TO WS-AUX-ANO
                     MOVE 1 TO WS-AUX-MES
              ELSE
                     ADD 1 TO WS-AUX-MES
              END-IF.
              COMPUTE WS-DIAS-MES =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-AUX-NUM)
                      - WS-INT-INI-MES.

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
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX94 - TABELA DE FERIADOS CHEIA (100) - "
                             "FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
              END-IF.

       ROT-ENTRADA SECTION.
              PERFORM LEITURA-ENTRADA.
              PERFORM PRINCIPAL-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
              CLOSE MARCACOES.

       LEITURA-ENTRADA SECTION.
              READ MARCACOES
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              IF WS-LOTE-FILIAL NOT EQUAL SPACES
                 AND MAR-FILIAL NOT EQUAL WS-LOTE-FILIAL
                     ADD 1 TO WS-CT-OUTRA-FILIAL
              ELSE
                     PERFORM VALIDA-MARCACAO
                     IF WS-MOTIVO EQUAL SPACES
                            MOVE MAR-MATRICULA TO TRAB-MATRICULA
                            MOVE MAR-DATA TO TRAB-DATA
                            MOVE MAR-HORA TO TRAB-HORA
                            MOVE MAR-SENTIDO TO TRAB-SENTIDO
                            RELEASE REG-TRAB
                     ELSE
                            ADD 1 TO WS-CT-INVALIDAS
                            MOVE ZEROES TO WS-EXC-MATRICULA
                                           WS-EXC-DATA WS-EXC-HORA
                            IF MAR-MATRICULA IS NUMERIC
                                   MOVE MAR-MATRICULA TO
                                        WS-EXC-MATRICULA
                            END-IF
                            IF MAR-DATA IS NUMERIC
                                   MOVE MAR-DATA TO WS-EXC-DATA
                            END-IF
                            IF MAR-HORA IS NUMERIC
                                   MOVE MAR-HORA TO WS-EXC-HORA
                            END-IF
                            MOVE MAR-SENTIDO TO WS-EXC-SENTIDO
                            PERFORM GRAVA-EXCECAO
                     END-IF
              END-IF.
              PERFORM LEITURA-ENTRADA.

       VALIDA-MARCACAO SECTION.
              MOVE SPACES TO WS-MOTIVO.
              IF MAR-MATRICULA NOT NUMERIC
                     MOVE "MARCACAO INVALIDA - MATRICULA" TO WS-MOTIVO
              ELSE
              IF MAR-DATA NOT NUMERIC
                     MOVE "MARCACAO INVALIDA - DATA" TO WS-MOTIVO
              ELSE
                     MOVE "V" TO DAT-FUNCAO
                     MOVE MAR-DIA TO DAT-DIA
                     MOVE MAR-MES TO DAT-MES
                     MOVE MAR-ANO TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     IF DAT-RETORNO NOT EQUAL "0"
                            MOVE "MARCACAO INVALIDA - DATA" TO WS-MOTIVO
                     ELSE
                     IF MAR-HORA NOT NUMERIC
                        OR MAR-HH GREATER 23
                        OR MAR-MM GREATER 59
                            MOVE "MARCACAO INVALIDA - HORA" TO WS-MOTIVO
                     ELSE
                     IF MAR-SENTIDO NOT EQUAL "E"
                        AND MAR-SENTIDO NOT EQUAL "S"
                            MOVE "MARCACAO INVALIDA - SENTIDO"
                                 TO WS-MOTIVO
                     END-IF
                     END-IF
                     END-IF
              END-IF
              END-IF.

       ROT-SAIDA SECTION.
              MOVE "NAO" TO FIM-ARQ.
              PERFORM LE-SAIDA.
              PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-SAIDA.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              IF WS-PRIMEIRO EQUAL "SIM"
                     MOVE "NAO" TO WS-PRIMEIRO
                     PERFORM INICIA-FUNCIONARIO
              ELSE
                     IF TRAB-MATRICULA NOT EQUAL WS-MAT-ATUAL
                            PERFORM FECHA-FUNCIONARIO
                            PERFORM INICIA-FUNCIONARIO
                     END-IF
              END-IF.
              PERFORM TRATA-MARCACAO.
              PERFORM LE-SAIDA.

       INICIA-FUNCIONARIO SECTION.
              MOVE TRAB-MATRICULA TO WS-MAT-ATUAL.
              INITIALIZE TABELA-DIAS.
              MOVE "NAO" TO WS-ENT-PENDENTE.
              MOVE SPACES TO WS-ULT-SENTIDO.
              MOVE ZEROES TO WS-ULT-ABS WS-SAIDA-ABS.
              IF WS-TOTAL-PROC LESS 5000
                     ADD 1 TO WS-TOTAL-PROC
                     MOVE TRAB-MATRICULA TO
                          WS-PROC-MATRICULA (WS-TOTAL-PROC)
              END-IF.

       TRATA-MARCACAO SECTION.
              COMPUTE WS-MARC-ABS =
                      FUNCTION INTEGER-OF-DATE (TRAB-DATA) * 1440
                      + TRAB-HH * 60 + TRAB-MM.
              IF TRAB-SENTIDO EQUAL WS-ULT-SENTIDO
                 AND WS-MARC-ABS - WS-ULT-ABS NOT GREATER 5
                     MOVE TRAB-DATA TO WS-EXC-DATA
                     MOVE TRAB-HORA TO WS-EXC-HORA
                     MOVE TRAB-SENTIDO TO WS-EXC-SENTIDO
                     MOVE "MARCACAO DUPLICADA - IGNORADA" TO WS-MOTIVO
                     PERFORM GRAVA-EXCECAO-FUNC
              ELSE
                     MOVE TRAB-SENTIDO TO WS-ULT-SENTIDO
                     MOVE WS-MARC-ABS TO WS-ULT-ABS
                     IF TRAB-SENTIDO EQUAL "E"
                            PERFORM TRATA-ENTRADA
                     ELSE
                            PERFORM TRATA-SAIDA
                     END-IF
              END-IF.

       TRATA-ENTRADA SECTION.
              IF WS-ENT-PENDENTE EQUAL "SIM"
                     PERFORM REJEITA-ENTRADA-PENDENTE
              END-IF.
              IF WS-SAIDA-ABS EQUAL ZEROES
                 OR WS-MARC-ABS - WS-SAIDA-ABS
                    GREATER WS-LIMITE-INTERVALO
                     MOVE TRAB-DATA TO WS-JOR-DATA
              END-IF.
              IF WS-JOR-DATA (1:6) EQUAL WS-CICLO (1:6)
                     MOVE WS-JOR-DATA TO WS-DATA-AUX-NUM
                     MOVE "SIM" TO WS-DIA-MARCOU (WS-AUX-DIA)
              END-IF.
              MOVE "SIM" TO WS-ENT-PENDENTE.
              MOVE TRAB-DATA TO WS-ENT-DATA.
              MOVE TRAB-HORA TO WS-ENT-HORA.
              MOVE WS-MARC-ABS TO WS-ENT-ABS.

       TRATA-SAIDA SECTION.
              IF WS-ENT-PENDENTE EQUAL "NAO"
                     IF TRAB-DATA (1:6) EQUAL WS-CICLO (1:6)
                            MOVE "SIM" TO WS-DIA-MARCOU (TRAB-DIA)
                     END-IF
                     MOVE TRAB-DATA TO WS-EXC-DATA
                     MOVE TRAB-HORA TO WS-EXC-HORA
                     MOVE "S" TO WS-EXC-SENTIDO
                     MOVE "SAIDA SEM ENTRADA" TO WS-MOTIVO
                     PERFORM GRAVA-EXCECAO-FUNC
              ELSE
                     MOVE "NAO" TO WS-ENT-PENDENTE
                     MOVE WS-ENT-DATA TO WS-EXC-DATA
                     MOVE WS-ENT-HORA TO WS-EXC-HORA
                     MOVE "E" TO WS-EXC-SENTIDO
                     IF WS-MARC-ABS - WS-ENT-ABS
                        GREATER WS-LIMITE-JORNADA
                            MOVE "JORNADA ACIMA DE 16 HORAS - IGNORADA"
                                 TO WS-MOTIVO
                            PERFORM GRAVA-EXCECAO-FUNC
                     ELSE
                     IF WS-JOR-DATA (1:6) NOT EQUAL WS-CICLO (1:6)
                            MOVE "JORNADA FORA DA COMPETENCIA" TO
                                 WS-MOTIVO
                            PERFORM GRAVA-EXCECAO-FUNC
                     ELSE
                            PERFORM ACUMULA-JORNADA
                     END-IF
                     END-IF
              END-IF.

       ACUMULA-JORNADA SECTION.
              MOVE WS-ENT-ABS TO WS-CALC-INI.
              MOVE WS-MARC-ABS TO WS-CALC-FIM.
              PERFORM CALCULA-INTERVALO.
              MOVE WS-MARC-ABS TO WS-SAIDA-ABS.
              MOVE WS-JOR-DATA TO WS-DATA-AUX-NUM.
              COMPUTE WS-DIA-MIN-TRAB (WS-AUX-DIA) ROUNDED =
                      WS-DIA-MIN-TRAB (WS-AUX-DIA) + WS-CALC-TOTAL
                      + WS-CALC-NOTURNO / 7.
              ADD WS-CALC-NOTURNO TO WS-DIA-MIN-NOT (WS-AUX-DIA).

       REJEITA-ENTRADA-PENDENTE SECTION.
              MOVE WS-ENT-DATA TO WS-EXC-DATA.
              MOVE WS-ENT-HORA TO WS-EXC-HORA.
              MOVE "E" TO WS-EXC-SENTIDO.
              MOVE "ENTRADA SEM SAIDA" TO WS-MOTIVO.
              PERFORM GRAVA-EXCECAO-FUNC.

      *    MINUTOS ENTRE WS-CALC-INI E WS-CALC-FIM (MINUTOS CORRIDOS
      *    DESDE O INICIO DO CALENDARIO) E QUANTOS DELES CAEM ENTRE
      *    22H E 5H. COMO A JORNADA NAO PASSA DE 16 HORAS, BASTA
      *    OLHAR A JANELA NOTURNA DA VESPERA, DO DIA E DO DIA SEGUINTE.
       CALCULA-INTERVALO SECTION.
              COMPUTE WS-CALC-TOTAL = WS-CALC-FIM - WS-CALC-INI.
              MOVE ZEROES TO WS-CALC-NOTURNO.
              DIVIDE WS-CALC-INI BY 1440 GIVING WS-CALC-DIA.
              SUBTRACT 1 FROM WS-CALC-DIA.
              PERFORM SOMA-NOTURNO 3 TIMES.

       SOMA-NOTURNO SECTION.
              COMPUTE WS-JAN-INI = WS-CALC-DIA * 1440 + 1320.
              COMPUTE WS-JAN-FIM = WS-JAN-INI + 420.
              IF WS-CALC-INI GREATER WS-JAN-INI
                     MOVE WS-CALC-INI TO WS-SOBRE-INI
              ELSE
                     MOVE WS-JAN-INI TO WS-SOBRE-INI
              END-IF.
              IF WS-CALC-FIM LESS WS-JAN-FIM
                     MOVE WS-CALC-FIM TO WS-SOBRE-FIM
              ELSE
                     MOVE WS-JAN-FIM TO WS-SOBRE-FIM
              END-IF.
              IF WS-SOBRE-FIM GREATER WS-SOBRE-INI
                     COMPUTE WS-CALC-NOTURNO = WS-CALC-NOTURNO
                             + WS-SOBRE-FIM - WS-SOBRE-INI
              END-IF.
              ADD 1 TO WS-CALC-DIA.

       FECHA-FUNCIONARIO SECTION.
              IF WS-ENT-PENDENTE EQUAL "SIM"
                     PERFORM REJEITA-ENTRADA-PENDENTE
              END-IF.
              MOVE WS-MAT-ATUAL TO ESC-MATRICULA.
              READ CADESC
                     INVALID KEY
                     ADD 1 TO WS-CT-SEM-ESCALA
                     MOVE ZEROES TO WS-EXC-DATA WS-EXC-HORA
                     MOVE SPACES TO WS-EXC-SENTIDO
                     MOVE "SEM ESCALA EM CADESC - NADA GERADO"
                          TO WS-MOTIVO
                     PERFORM GRAVA-EXCECAO-FUNC
                     NOT INVALID KEY
                     ADD 1 TO WS-CT-FUNCIONARIOS
                     PERFORM APURA-FUNCIONARIO
              END-READ.

       APURA-FUNCIONARIO SECTION.
              DIVIDE ESC-ENTRADA BY 100 GIVING WS-HH REMAINDER WS-MM.
              COMPUTE WS-MIN-ENTRADA = WS-HH * 60 + WS-MM.
              DIVIDE ESC-SAIDA BY 100 GIVING WS-HH REMAINDER WS-MM.
              COMPUTE WS-MIN-TURNO = WS-HH * 60 + WS-MM.
              IF WS-MIN-TURNO NOT GREATER WS-MIN-ENTRADA
                     ADD 1440 TO WS-MIN-TURNO
              END-IF.
              SUBTRACT WS-MIN-ENTRADA FROM WS-MIN-TURNO.
              COMPUTE WS-CALC-INI =
                      WS-INT-INI-MES * 1440 + WS-MIN-ENTRADA.
              COMPUTE WS-CALC-FIM = WS-CALC-INI + WS-MIN-TURNO.
              PERFORM CALCULA-INTERVALO.
              COMPUTE WS-ESC-PREVISTO ROUNDED = WS-CALC-TOTAL
                      + WS-CALC-NOTURNO / 7 - ESC-INTERVALO.
              PERFORM APURA-DIA
                      VARYING WS-IND-DIA FROM 1 BY 1
                      UNTIL WS-IND-DIA GREATER WS-DIAS-MES.

       APURA-DIA SECTION.
              MOVE WS-CICLO TO WS-DATA-AUX-NUM.
              MOVE WS-IND-DIA TO WS-AUX-DIA.
              MOVE "D" TO AFS-FUNCAO.
              MOVE WS-MAT-ATUAL TO AFS-MATRICULA.
              MOVE WS-DATA-AUX-NUM TO AFS-DATA.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                     IF WS-DIA-MARCOU (WS-IND-DIA) EQUAL "SIM"
                            MOVE WS-DATA-AUX-NUM TO WS-EXC-DATA
                            MOVE ZEROES TO WS-EXC-HORA
                            MOVE SPACES TO WS-EXC-SENTIDO
                            MOVE "MARCACAO EM DIA DE AFASTAMENTO"
                                 TO WS-MOTIVO
                            PERFORM GRAVA-EXCECAO-FUNC
                     END-IF
              ELSE
                     PERFORM DEFINE-PREVISTO-DIA
                     PERFORM CALCULA-DIA
              END-IF.

       DEFINE-PREVISTO-DIA SECTION.
              MOVE ZEROES TO WS-PREVISTO-DIA.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-AUX-DIA TO DAT-DIA.
              MOVE WS-AUX-MES TO DAT-MES.
              MOVE WS-AUX-ANO TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              IF DAT-DIA-SEMANA-IND EQUAL 1
                     MOVE 7 TO WS-POS-SEMANA
              ELSE
                     COMPUTE WS-POS-SEMANA = DAT-DIA-SEMANA-IND - 1
              END-IF.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL WS-DATA-AUX-NUM
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF ESC-DIA (WS-POS-SEMANA) EQUAL "S"
                 AND WS-E-FERIADO EQUAL "NAO"
                     MOVE WS-ESC-PREVISTO TO WS-PREVISTO-DIA
              END-IF.

       CALCULA-DIA SECTION.
              MOVE WS-DIA-MIN-TRAB (WS-IND-DIA) TO WS-TRABALHADO.
              MOVE ZEROES TO WS-MIN-EXTRA WS-MIN-FALTA.
              IF WS-TRABALHADO GREATER WS-PREVISTO-DIA
                     COMPUTE WS-MIN-EXTRA =
                             WS-TRABALHADO - WS-PREVISTO-DIA
                     IF WS-PREVISTO-DIA GREATER ZEROES
                        AND WS-MIN-EXTRA NOT GREATER WS-TOLERANCIA
                            MOVE ZEROES TO WS-MIN-EXTRA
                     END-IF
              END-IF.
              IF WS-TRABALHADO LESS WS-PREVISTO-DIA
                     COMPUTE WS-MIN-FALTA =
                             WS-PREVISTO-DIA - WS-TRABALHADO
                     IF WS-MIN-FALTA NOT GREATER WS-TOLERANCIA
                            MOVE ZEROES TO WS-MIN-FALTA
                     END-IF
                     IF WS-DIA-MARCOU (WS-IND-DIA) NOT EQUAL "SIM"
                            MOVE WS-DATA-AUX-NUM TO WS-EXC-DATA
                            MOVE ZEROES TO WS-EXC-HORA
                            MOVE SPACES TO WS-EXC-SENTIDO
                            MOVE "DIA DA ESCALA SEM MARCACAO - FALTA"
                                 TO WS-MOTIVO
                            PERFORM GRAVA-EXCECAO-FUNC
                     END-IF
              END-IF.
              IF WS-MIN-EXTRA GREATER ZEROES
                 OR WS-MIN-FALTA GREATER ZEROES
                 OR WS-DIA-MIN-NOT (WS-IND-DIA) GREATER ZEROES
                     MOVE WS-MAT-ATUAL TO PON-MATRICULA
                     MOVE WS-DATA-AUX-NUM TO PON-DATA
                     COMPUTE PON-HORAS-EXTRA ROUNDED =
                             WS-MIN-EXTRA / 60
                     COMPUTE PON-HORAS-FALTA ROUNDED =
                             WS-MIN-FALTA / 60
                     COMPUTE PON-HORAS-NOTURNAS ROUNDED =
                             WS-DIA-MIN-NOT (WS-IND-DIA) / 52,5
                     WRITE REG-PONTO
                     ADD 1 TO WS-CT-PONTO
              END-IF.

       GRAVA-EXCECAO-FUNC SECTION.
              MOVE WS-MAT-ATUAL TO WS-EXC-MATRICULA.
              PERFORM GRAVA-EXCECAO.

       GRAVA-EXCECAO SECTION.
              ADD 1 TO WS-CT-EXCECOES.
              MOVE WS-EXC-MATRICULA TO DET-MATRICULA.
              MOVE SPACES TO DET-DATA DET-HORA.
              IF WS-EXC-DATA NOT EQUAL ZEROES
                     MOVE WS-EXC-DATA (7:2) TO DET-DATA (1:2)
                     MOVE WS-EXC-DATA (5:2) TO DET-DATA (4:2)
                     MOVE WS-EXC-DATA (1:4) TO DET-DATA (7:4)
                     MOVE "/" TO DET-DATA (3:1) DET-DATA (6:1)
              END-IF.
              IF WS-EXC-HORA NOT EQUAL ZEROES
                 OR WS-EXC-SENTIDO NOT EQUAL SPACES
                     MOVE WS-EXC-HORA (1:2) TO DET-HORA (1:2)
                     MOVE ":" TO DET-HORA (3:1)
                     MOVE WS-EXC-HORA (3:2) TO DET-HORA (4:2)
              END-IF.
              MOVE WS-EXC-SENTIDO TO DET-SENTIDO.
              MOVE WS-MOTIVO TO DET-OCORRENCIA.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-LOTE-FILIAL TO VAR-FILIAL.
              MOVE WS-CICLO (7:2) TO VAR-CICLO (1:2).
              MOVE WS-CICLO (5:2) TO VAR-CICLO (4:2).
              MOVE WS-CICLO (1:4) TO VAR-CICLO (7:4).
              MOVE "/" TO VAR-CICLO (3:1) VAR-CICLO (6:1).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

      *    ESCALAS DA FILIAL SEM NENHUMA MARCACAO NO MES (FERIAS,
      *    TRANSFERENCIA, RELOGIO PARADO) NAO VIRAM FALTA DO MES
      *    INTEIRO: SO SAEM NA RELACAO PARA O APONTADOR DECIDIR. A
      *    TABELA DE PROCESSADOS ESTA EM ORDEM DE MATRICULA, COMO O
      *    CADASTRO, E OS DOIS SAO PERCORRIDOS JUNTOS.
       VERIFICA-SEM-MARCACAO SECTION.
              MOVE 1 TO WS-IND-PROC.
              MOVE ZEROES TO ESC-MATRICULA.
              START CADESC KEY NOT LESS ESC-MATRICULA
                     INVALID KEY
                     MOVE 1 TO WS-FIM-CADESC
              END-START.
              PERFORM LE-PROXIMA-ESCALA.
              PERFORM CONFERE-ESCALA UNTIL WS-FIM-CADESC EQUAL 1.

       LE-PROXIMA-ESCALA SECTION.
              IF WS-FIM-CADESC EQUAL 0
                     READ CADESC NEXT
                            AT END MOVE 1 TO WS-FIM-CADESC
                     END-READ
              END-IF.

       CONFERE-ESCALA SECTION.
              PERFORM VARYING WS-IND-PROC FROM WS-IND-PROC BY 1
                      UNTIL WS-IND-PROC GREATER WS-TOTAL-PROC
                      OR WS-PROC-MATRICULA (WS-IND-PROC)
                         NOT LESS ESC-MATRICULA
                      CONTINUE
              END-PERFORM.
              IF WS-LOTE-FILIAL EQUAL SPACES
                 OR ESC-FILIAL EQUAL WS-LOTE-FILIAL
                     IF WS-IND-PROC GREATER WS-TOTAL-PROC
                        OR WS-PROC-MATRICULA (WS-IND-PROC)
                           NOT EQUAL ESC-MATRICULA
                            ADD 1 TO WS-CT-SEM-MARCACAO
                            MOVE ESC-MATRICULA TO WS-EXC-MATRICULA
                            MOVE ZEROES TO WS-EXC-DATA WS-EXC-HORA
                            MOVE SPACES TO WS-EXC-SENTIDO
                            MOVE "SEM MARCACAO NO MES - NADA GERADO"
                                 TO WS-MOTIVO
                            PERFORM GRAVA-EXCECAO
                     END-IF
              END-IF.
              PERFORM LE-PROXIMA-ESCALA.

       IMPRIME-TOTAIS SECTION.
              WRITE REG-REL FROM LINHA-TOT-TITULO
                    AFTER ADVANCING 3 LINES.
              MOVE "MARCACOES LIDAS" TO TOT-DESCR.
              MOVE WS-CT-LIDOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "MARCACOES DE OUTRAS FILIAIS" TO TOT-DESCR.
              MOVE WS-CT-OUTRA-FILIAL TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "MARCACOES INVALIDAS" TO TOT-DESCR.
              MOVE WS-CT-INVALIDAS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS APURADOS" TO TOT-DESCR.
              MOVE WS-CT-FUNCIONARIOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS SEM ESCALA" TO TOT-DESCR.
              MOVE WS-CT-SEM-ESCALA TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "ESCALAS SEM MARCACAO NO MES" TO TOT-DESCR.
              MOVE WS-CT-SEM-MARCACAO TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "LINHAS GERADAS EM PONTO.DAT" TO TOT-DESCR.
              MOVE WS-CT-PONTO TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "OCORRENCIAS" TO TOT-DESCR.
              MOVE WS-CT-EXCECOES TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "EXCECOES DE PONTO" TO CAT-NOME.
              MOVE "EX94" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX94-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FIM-SAIDA SECTION.
              IF WS-PRIMEIRO EQUAL "NAO"
                     PERFORM FECHA-FUNCIONARIO
              END-IF.
              PERFORM VERIFICA-SEM-MARCACAO.
              PERFORM IMPRIME-TOTAIS.
              CLOSE RELAT ARQ-PONTO CADESC.
              PERFORM REGISTRA-CATALOGO.
              DISPLAY "EX94 - RESUMO DA APURACAO DE PONTO".
              DISPLAY "MARCACOES LIDAS        : " WS-CT-LIDOS.
              DISPLAY "DE OUTRAS FILIAIS      : " WS-CT-OUTRA-FILIAL.
              DISPLAY "MARCACOES INVALIDAS    : " WS-CT-INVALIDAS.
              DISPLAY "FUNCIONARIOS APURADOS  : " WS-CT-FUNCIONARIOS.
              DISPLAY "SEM ESCALA             : " WS-CT-SEM-ESCALA.
              DISPLAY "ESCALAS SEM MARCACAO   : " WS-CT-SEM-MARCACAO.
              DISPLAY "LINHAS EM PONTO.DAT    : " WS-CT-PONTO.
              DISPLAY "OCORRENCIAS            : " WS-CT-EXCECOES.
