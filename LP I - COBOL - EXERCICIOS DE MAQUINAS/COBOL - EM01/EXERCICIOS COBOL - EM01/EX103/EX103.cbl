       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX103.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CALENDARIO SEMANAL DE EVENTOS DE RH, A PARTIR DA DATA
      *          DE ADMISSAO DE CADFUN.DAT (DATA-ADMISSAO). PARA CADA
      *          FUNCIONARIO O PROGRAMA APURA:
      *          - O FIM DO CONTRATO DE EXPERIENCIA DE 45 + 45 DIAS
      *            (45O DIA E 90O DIA CONTADOS DA ADMISSAO);
      *          - O PROXIMO ANIVERSARIO DE EMPRESA (29/02 VIRA 28/02
      *            NO ANO QUE NAO E BISSEXTO);
      *          - O FIM DO PERIODO CONCESSIVO DAS FERIAS DO PERIODO
      *            AQUISITIVO MAIS ANTIGO AINDA EM ABERTO (VESPERA DO
      *            PROXIMO ANIVERSARIO, A PARTIR DO 2O ANO DE CASA),
      *            DEPOIS DO QUAL AS FERIAS SAO DEVIDAS EM DOBRO; O
      *            PRAZO E O ULTIMO DIA PARA INICIAR 30 DIAS DE FERIAS
      *            SEM PASSAR DO LIMITE. O CADASTRO NAO GUARDA AS
      *            FERIAS JA GOZADAS, ENTAO O AVISO SAI PARA TODO
      *            PERIODO PERTO DO LIMITE E O RH DESCARTA OS JA
      *            CONCEDIDOS.
      *          O PRAZO DE CADA EVENTO E SEMPRE UM DIA UTIL: CAINDO
      *          EM SABADO, DOMINGO OU FERIADO DE FERIADOS.DAT
      *          (NACIONAL OU DA FILIAL DE PARM-LOTE.DAT, A MESMA
      *          REGRA DE DIA UTIL DE EX14 E EX42), RECUA PARA O DIA
      *          UTIL ANTERIOR. ENTRAM NO RELATORIO OS EVENTOS CUJO
      *          PRAZO CAI ENTRE A DATA DO LOTE (PARM-LOTE.DAT OU A
      *          DATA DO DIA) E O FIM DA JANELA - 7 DIAS PARA
      *          EXPERIENCIA E ANIVERSARIO E 60 DIAS PARA FERIAS, OU
      *          O QUE VIER EM PARM-EX103.DAT (OPCIONAL). OS EVENTOS
      *          SAO CLASSIFICADOS POR PRAZO E MATRICULA VIA SORT
      *          (MESMO MOLDE DE EX99) E SAEM EM EX103-REL.DAT COM
      *          PRAZO, DIA DA SEMANA, DATA DO EVENTO, MATRICULA,
      *          NOME, DEPTO E DESCRICAO, FECHANDO COM O TOTAL POR
      *          TIPO; O RELATORIO E CATALOGADO EM REL-CATALOGO.DAT.
      *          FUNCIONARIO SEM DATA DE ADMISSAO (OU COM DATA
      *          INVALIDA) FICA DE FORA, LISTADO NO CONSOLE E CONTADO
      *          NO RESUMO PARA O RH ACERTAR VIA EX27.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO PASSO
      *          DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
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

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX103.DAT".

       01 REG-PARM.
              02 PRM-JANELA      PIC 9(03).
              02 PRM-JANELA-FER  PIC 9(03).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-PRAZO       PIC 9(08).
              02 TRAB-MATRICULA   PIC 9(05).
              02 TRAB-TIPO        PIC X(01).
              02 TRAB-DATA-EVENTO PIC 9(08).
              02 TRAB-SEMANA      PIC X(09).
              02 TRAB-NOME        PIC X(20).
              02 TRAB-DEPTO       PIC X(04).
              02 TRAB-EVENTO      PIC X(40).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX103-REL.DAT".
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
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-VOLTAS PIC 9(03) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-JANELA PIC 9(03) VALUE 7.
       77 WS-JANELA-FER PIC 9(03) VALUE 60.
       77 WS-INT-CICLO PIC 9(07) VALUE ZEROES.
       77 WS-INT-FIM PIC 9(07) VALUE ZEROES.
       77 WS-INT-FIM-FER PIC 9(07) VALUE ZEROES.
       77 WS-INT-LIMITE PIC 9(07) VALUE ZEROES.
       77 WS-INT-ADM PIC 9(07) VALUE ZEROES.
       77 WS-INT-EVENTO PIC 9(07) VALUE ZEROES.
       77 WS-INT-PRAZO PIC 9(07) VALUE ZEROES.
       77 WS-INT-ANIV PIC 9(07) VALUE ZEROES.
       77 WS-DATA-EVENTO PIC 9(08) VALUE ZEROES.
       77 WS-DATA-PRAZO PIC 9(08) VALUE ZEROES.
       77 WS-DATA-ANIV PIC 9(08) VALUE ZEROES.
       77 WS-ANO-ANIV PIC 9(04) VALUE ZEROES.
       77 WS-ANO-ADM PIC 9(04) VALUE ZEROES.
       77 WS-ANOS-CASA PIC 9(04) VALUE ZEROES.
       77 WS-ANOS-ED PIC Z9.
       77 WS-ANO-PER-INI PIC 9(04) VALUE ZEROES.
       77 WS-ANO-PER-FIM PIC 9(04) VALUE ZEROES.
       77 WS-TIPO-EVENTO PIC X(01) VALUE SPACES.
       77 WS-DESCR-EVENTO PIC X(40) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-ADMISSAO PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXPERIENCIA PIC 9(05) VALUE ZEROES.
       77 WS-CT-ANIVERSARIO PIC 9(05) VALUE ZEROES.
       77 WS-CT-FERIAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-GERAL PIC 9(05) VALUE ZEROES.

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 WS-DATA-FORMATAR PIC 9(08).
       01 WS-DATA-EDITADA.
              02 WS-DED-DIA PIC X(02).
              02 FILLER     PIC X(01) VALUE "/".
              02 WS-DED-MES PIC X(02).
              02 FILLER     PIC X(01) VALUE "/".
              02 WS-DED-ANO PIC X(04).

       01 DATSRV-AREA.
              COPY DATSRV.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(35) VALUE SPACES.
          02 FILLER     PIC X(33)
                 VALUE "CALENDARIO DE EVENTOS DE RH - DE ".
          02 VAR-INICIO PIC X(10).
          02 FILLER     PIC X(03) VALUE " A ".
          02 VAR-FIM    PIC X(10).
          02 FILLER     PIC X(41) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(22) VALUE "PRAZO (DIA UTIL)".
          02 FILLER PIC X(13) VALUE "DATA EVENTO".
          02 FILLER PIC X(07) VALUE "MATR.".
          02 FILLER PIC X(22) VALUE "NOME".
          02 FILLER PIC X(07) VALUE "DEPTO".
          02 FILLER PIC X(40) VALUE "EVENTO".
          02 FILLER PIC X(19) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PRAZO       PIC X(10).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-SEMANA      PIC X(09).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DATA-EVENTO PIC X(10).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-MATRICULA   PIC 9(05).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-NOME        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DEPTO       PIC X(04).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-EVENTO      PIC X(40).
          02 FILLER          PIC X(19) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 TOT-DESCR  PIC X(40).
          02 TOT-QTDE   PIC ZZZZ9.
          02 FILLER     PIC X(85) VALUE SPACES.

       01 LINHA-JANELA-FER.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 FILLER     PIC X(40)
                 VALUE "FERIAS: PRAZOS PARA INICIO ATE".
          02 JAN-FIM-FER PIC X(10).
          02 FILLER     PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA103 SECTION.

       PERFORM PREPARA-CICLO.
       SORT TRAB
            ASCENDING KEY TRAB-PRAZO
            ASCENDING KEY TRAB-MATRICULA
            ASCENDING KEY TRAB-TIPO
            INPUT  PROCEDURE ROT-ENTRADA
            OUTPUT PROCEDURE ROT-SAIDA.

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
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PRM-JANELA NUMERIC
                        AND PRM-JANELA GREATER ZEROES
                            MOVE PRM-JANELA TO WS-JANELA
                     END-IF
                     IF PRM-JANELA-FER NUMERIC
                        AND PRM-JANELA-FER GREATER ZEROES
                            MOVE PRM-JANELA-FER TO WS-JANELA-FER
                     END-IF.
              CLOSE ARQ-PARM.
              COMPUTE WS-INT-CICLO = FUNCTION INTEGER-OF-DATE
                      (WS-CICLO).
              COMPUTE WS-INT-FIM = WS-INT-CICLO + WS-JANELA - 1.
              COMPUTE WS-INT-FIM-FER = WS-INT-CICLO + WS-JANELA-FER
                      - 1.
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
                     DISPLAY "EX103 - ATENCAO: FERIADOS.DAT AUSENTE OU "
                             "VAZIO - PRAZOS SO DESVIAM DE FIM DE "
                             "SEMANA"
              END-IF.

       GUARDA-FERIADO SECTION.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX103 - TABELA DE FERIADOS CHEIA (100) - "
                             "FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
              END-IF.

       ROT-ENTRADA SECTION.
              PERFORM INICIO-ENTRADA.
              PERFORM PRINCIPAL-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
              OPEN INPUT CADFUN.
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX103 - ERRO AO ABRIR CADFUN - "
                             "FILE STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ CADFUN
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              MOVE "1" TO DAT-RETORNO.
              IF DATA-ADMISSAO NUMERIC
                 AND DATA-ADMISSAO GREATER ZEROES
                     MOVE "V" TO DAT-FUNCAO
                     MOVE DATA-ADMISSAO (7:2) TO DAT-DIA
                     MOVE DATA-ADMISSAO (5:2) TO DAT-MES
                     MOVE DATA-ADMISSAO (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
              END-IF.
              IF DAT-RETORNO NOT EQUAL "0"
                     ADD 1 TO WS-CT-SEM-ADMISSAO
                     DISPLAY "EX103 - AVISO: MATRICULA " CODIGO " "
                             NOME " SEM DATA DE ADMISSAO VALIDA"
              ELSE
                     COMPUTE WS-INT-ADM = FUNCTION INTEGER-OF-DATE
                             (DATA-ADMISSAO)
                     PERFORM EVENTOS-EXPERIENCIA
                     PERFORM EVENTOS-ANIVERSARIO
              END-IF.
              PERFORM LEITURA-ENTRADA.

      *    CONTRATO DE EXPERIENCIA DE 45 + 45 DIAS: O DIA DA ADMISSAO
      *    E O 1O DIA, ENTAO O 45O E ADMISSAO + 44 E O 90O, + 89.
       EVENTOS-EXPERIENCIA SECTION.
              MOVE "E" TO WS-TIPO-EVENTO.
              MOVE WS-INT-FIM TO WS-INT-LIMITE.
              COMPUTE WS-INT-EVENTO = WS-INT-ADM + 44.
              MOVE WS-INT-EVENTO TO WS-INT-PRAZO.
              MOVE "FIM DO 1O PERIODO DE EXPERIENCIA (45 D)"
                   TO WS-DESCR-EVENTO.
              PERFORM AVALIA-EVENTO.
              COMPUTE WS-INT-EVENTO = WS-INT-ADM + 89.
              MOVE WS-INT-EVENTO TO WS-INT-PRAZO.
              MOVE "FIM DO CONTRATO DE EXPERIENCIA (90 D)"
                   TO WS-DESCR-EVENTO.
              PERFORM AVALIA-EVENTO.

      *    O PROXIMO ANIVERSARIO (NO ANO DO LOTE OU, SE JA PASSOU, NO
      *    SEGUINTE) DA O ANIVERSARIO DE EMPRESA E, A PARTIR DO 2O
      *    ANO, O FIM DO PERIODO CONCESSIVO (A VESPERA DELE) DAS
      *    FERIAS DO PERIODO AQUISITIVO FECHADO HA UM ANO.
       EVENTOS-ANIVERSARIO SECTION.
              MOVE WS-CICLO (1:4) TO WS-ANO-ANIV.
              PERFORM MONTA-ANIVERSARIO.
              IF WS-INT-ANIV LESS WS-INT-CICLO
                     ADD 1 TO WS-ANO-ANIV
                     PERFORM MONTA-ANIVERSARIO
              END-IF.
              MOVE DATA-ADMISSAO (1:4) TO WS-ANO-ADM.
              COMPUTE WS-ANOS-CASA = WS-ANO-ANIV - WS-ANO-ADM.
              IF WS-ANOS-CASA GREATER ZEROES
                     MOVE "A" TO WS-TIPO-EVENTO
                     MOVE WS-INT-FIM TO WS-INT-LIMITE
                     MOVE WS-INT-ANIV TO WS-INT-EVENTO WS-INT-PRAZO
                     MOVE WS-ANOS-CASA TO WS-ANOS-ED
                     MOVE SPACES TO WS-DESCR-EVENTO
                     STRING "ANIVERSARIO DE EMPRESA - "
                                               DELIMITED BY SIZE
                            WS-ANOS-ED         DELIMITED BY SIZE
                            " ANO(S)"          DELIMITED BY SIZE
                            INTO WS-DESCR-EVENTO
                     PERFORM AVALIA-EVENTO
              END-IF.
              IF WS-ANOS-CASA GREATER 1
                     MOVE "F" TO WS-TIPO-EVENTO
                     MOVE WS-INT-FIM-FER TO WS-INT-LIMITE
                     COMPUTE WS-INT-EVENTO = WS-INT-ANIV - 1
                     COMPUTE WS-INT-PRAZO = WS-INT-ANIV - 30
                     COMPUTE WS-ANO-PER-INI = WS-ANO-ANIV - 2
                     COMPUTE WS-ANO-PER-FIM = WS-ANO-ANIV - 1
                     MOVE SPACES TO WS-DESCR-EVENTO
                     STRING "INICIAR FERIAS DO PERIODO "
                                               DELIMITED BY SIZE
                            WS-ANO-PER-INI     DELIMITED BY SIZE
                            "/"                DELIMITED BY SIZE
                            WS-ANO-PER-FIM     DELIMITED BY SIZE
                            INTO WS-DESCR-EVENTO
                     PERFORM AVALIA-EVENTO
              END-IF.

       MONTA-ANIVERSARIO SECTION.
              MOVE WS-ANO-ANIV TO WS-DATA-ANIV (1:4).
              MOVE DATA-ADMISSAO (5:4) TO WS-DATA-ANIV (5:4).
              MOVE "V" TO DAT-FUNCAO.
              MOVE WS-DATA-ANIV (7:2) TO DAT-DIA.
              MOVE WS-DATA-ANIV (5:2) TO DAT-MES.
              MOVE WS-DATA-ANIV (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              IF DAT-RETORNO NOT EQUAL "0"
                     MOVE "28" TO WS-DATA-ANIV (7:2)
              END-IF.
              COMPUTE WS-INT-ANIV = FUNCTION INTEGER-OF-DATE
                      (WS-DATA-ANIV).

      *    RECUA O PRAZO PARA DIA UTIL E SO LIBERA O EVENTO CUJO
      *    PRAZO JA RECUADO CAI ENTRE A DATA DO LOTE E O FIM DA
      *    JANELA DO TIPO (EVENTO LOGO DEPOIS DA JANELA PODE TER O
      *    PRAZO RECUADO PARA DENTRO DELA).
       AVALIA-EVENTO SECTION.
              IF WS-INT-PRAZO NOT LESS WS-INT-CICLO
                 AND WS-INT-PRAZO NOT GREATER WS-INT-LIMITE + 30
                     PERFORM AJUSTA-DIA-UTIL
                     IF WS-INT-PRAZO NOT LESS WS-INT-CICLO
                        AND WS-INT-PRAZO NOT GREATER WS-INT-LIMITE
                            PERFORM LIBERA-EVENTO
                     END-IF
              END-IF.

       AJUSTA-DIA-UTIL SECTION.
              COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                      (WS-INT-PRAZO).
              MOVE ZEROES TO WS-VOLTAS.
              PERFORM VERIFICA-DIA-UTIL.
              PERFORM RECUA-DIA-UTIL
                      UNTIL WS-E-UTIL EQUAL "SIM"
                      OR WS-VOLTAS GREATER 030.

       RECUA-DIA-UTIL SECTION.
              SUBTRACT 1 FROM WS-INT-PRAZO.
              ADD 1 TO WS-VOLTAS.
              COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                      (WS-INT-PRAZO).
              PERFORM VERIFICA-DIA-UTIL.

       VERIFICA-DIA-UTIL SECTION.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-DATA-PRAZO (7:2) TO DAT-DIA.
              MOVE WS-DATA-PRAZO (5:2) TO DAT-MES.
              MOVE WS-DATA-PRAZO (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-DATA-PRAZO
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF DAT-DIA-SEMANA-IND EQUAL 1
                 OR DAT-DIA-SEMANA-IND EQUAL 2
                 OR WS-E-FERIADO EQUAL "SIM"
                     MOVE "NAO" TO WS-E-UTIL
              ELSE
                     MOVE "SIM" TO WS-E-UTIL
              END-IF.

       LIBERA-EVENTO SECTION.
              COMPUTE WS-DATA-EVENTO = FUNCTION DATE-OF-INTEGER
                      (WS-INT-EVENTO).
              MOVE WS-DATA-PRAZO TO TRAB-PRAZO.
              MOVE CODIGO TO TRAB-MATRICULA.
              MOVE WS-TIPO-EVENTO TO TRAB-TIPO.
              MOVE WS-DATA-EVENTO TO TRAB-DATA-EVENTO.
              MOVE DAT-DIA-SEMANA TO TRAB-SEMANA.
              MOVE NOME TO TRAB-NOME.
              MOVE DEPTO TO TRAB-DEPTO.
              MOVE WS-DESCR-EVENTO TO TRAB-EVENTO.
              RELEASE REG-TRAB.

       FIM-ENTRADA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADFUN
              END-IF.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM INICIO-SAIDA
                     PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
              END-IF.

       INICIO-SAIDA SECTION.
              MOVE "NAO" TO FIM-ARQ.
              OPEN OUTPUT RELAT.
              PERFORM LE-SAIDA.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM DETALHE-SAIDA.
              PERFORM LE-SAIDA.

       DETALHE-SAIDA SECTION.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE TRAB-PRAZO TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO DET-PRAZO.
              MOVE TRAB-SEMANA TO DET-SEMANA.
              MOVE TRAB-DATA-EVENTO TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO DET-DATA-EVENTO.
              MOVE TRAB-MATRICULA TO DET-MATRICULA.
              MOVE TRAB-NOME TO DET-NOME.
              MOVE TRAB-DEPTO TO DET-DEPTO.
              MOVE TRAB-EVENTO TO DET-EVENTO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-GERAL.
              IF TRAB-TIPO EQUAL "E"
                     ADD 1 TO WS-CT-EXPERIENCIA
              ELSE
              IF TRAB-TIPO EQUAL "A"
                     ADD 1 TO WS-CT-ANIVERSARIO
              ELSE
                     ADD 1 TO WS-CT-FERIAS
              END-IF
              END-IF.

       FORMATA-DATA SECTION.
              MOVE WS-DATA-FORMATAR (7:2) TO WS-DED-DIA.
              MOVE WS-DATA-FORMATAR (5:2) TO WS-DED-MES.
              MOVE WS-DATA-FORMATAR (1:4) TO WS-DED-ANO.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO VAR-INICIO.
              COMPUTE WS-DATA-FORMATAR = FUNCTION DATE-OF-INTEGER
                      (WS-INT-FIM).
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO VAR-FIM.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-TOTAIS SECTION.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE "FIM DE EXPERIENCIA" TO TOT-DESCR.
              MOVE WS-CT-EXPERIENCIA TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 3 LINES.
              MOVE "ANIVERSARIOS DE EMPRESA" TO TOT-DESCR.
              MOVE WS-CT-ANIVERSARIO TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "FERIAS PERTO DO LIMITE DE CONCESSAO" TO TOT-DESCR.
              MOVE WS-CT-FERIAS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "TOTAL DE EVENTOS" TO TOT-DESCR.
              MOVE WS-CT-GERAL TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS SEM DATA DE ADMISSAO" TO TOT-DESCR.
              MOVE WS-CT-SEM-ADMISSAO TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              COMPUTE WS-DATA-FORMATAR = FUNCTION DATE-OF-INTEGER
                      (WS-INT-FIM-FER).
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO JAN-FIM-FER.
              WRITE REG-REL FROM LINHA-JANELA-FER
                    AFTER ADVANCING 2 LINES.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "EVENTOS DE RH" TO CAT-NOME.
              MOVE "EX103" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX103-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FIM-SAIDA SECTION.
              PERFORM IMPRIME-TOTAIS.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.
              DISPLAY "EX103 - EVENTOS DE RH - " WS-CT-LIDOS
                      " FUNCIONARIO(S) LIDO(S), " WS-CT-GERAL
                      " EVENTO(S), " WS-CT-SEM-ADMISSAO
                      " SEM DATA DE ADMISSAO".
