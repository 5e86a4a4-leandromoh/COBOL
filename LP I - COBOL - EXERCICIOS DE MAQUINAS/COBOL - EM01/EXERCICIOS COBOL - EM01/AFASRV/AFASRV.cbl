       IDENTIFICATION DIVISION.

       PROGRAM-ID. AFASRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE AFASTAMENTOS, CHAMADO COM CALL
      *          "AFASRV" USING A AREA DE AFASRV.CPY (NO MESMO MOLDE
      *          DE DATSRV). REUNE EM UM UNICO LUGAR AS REGRAS DE
      *          AFASTAMENTO QUE A FOLHA INTEIRA PRECISA RESPEITAR -
      *          EX26 E EX46 (SALARIO PROPORCIONAL AOS DIAS PAGOS),
      *          EX44 (FGTS CONFORME O TIPO), EX25 (MESES DE
      *          CONTRATO SUSPENSO FORA DO 13o) E EX14 (SEM CREDITO
      *          PARA QUEM FICOU O MES TODO AFASTADO) - PARA QUE
      *          NENHUM DELES AS REESCREVA POR CONTA PROPRIA. NA
      *          PRIMEIRA CHAMADA CARREGA CADAFA.DAT (MANTIDO POR
      *          EX90) EM MEMORIA; A CADA CHAMADA APURA, DIA A DIA,
      *          O MES (FUNCAO "M") OU O DIA (FUNCAO "D") PEDIDO
      *          PARA A MATRICULA: DOENCA E ACIDENTE DO TRABALHO
      *          FICAM A CARGO DA EMPRESA ATE O 15o DIA CORRIDO DO
      *          AFASTAMENTO E DO INSS DAI EM DIANTE (A DOENCA SEM
      *          FGTS, O ACIDENTE COM); MATERNIDADE E INTEIRA DO INSS
      *          COM FGTS; LICENCA SEM VENCIMENTOS NAO TEM SALARIO
      *          NEM FGTS. DIAS COBERTOS POR MAIS DE UM AFASTAMENTO
      *          CONTAM UMA VEZ SO. SEM CADAFA.DAT DEVOLVE "9" E A
      *          FOLHA SEGUE SEM AFASTAMENTOS. TERMINA COM GOBACK,
      *          COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAFA ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AFA-CHAVE
              FILE STATUS IS WS-STATUS-CADAFA.

       DATA DIVISION.

       FILE SECTION.
       FD CADAFA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADAFA.DAT".

       01 REG-AFA.
              COPY CADAFA.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CADAFA PIC X(02).
       77 WS-CARREGADO PIC X(03) VALUE "NAO".
       77 WS-SEM-CADAFA PIC X(03) VALUE "NAO".
       77 WS-FIM-CADAFA PIC 9(01) VALUE 0.
       77 WS-TOTAL-AFASTAMENTOS PIC 9(05) VALUE ZEROES.
       77 WS-IND-AFA PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-SEL PIC 9(02) VALUE ZEROES.
       77 WS-IND-SEL PIC 9(02) VALUE ZEROES.
       77 WS-PER-INI PIC 9(07) VALUE ZEROES.
       77 WS-PER-FIM PIC 9(07) VALUE ZEROES.
       77 WS-DIA PIC 9(07) VALUE ZEROES.
       77 WS-ORDEM-DIA PIC 9(07) VALUE ZEROES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-INICIO-RECENTE PIC 9(08) VALUE ZEROES.
       77 WS-DIA-AFASTADO PIC X(03) VALUE "NAO".
       77 WS-DIA-SEM-SALARIO PIC X(03) VALUE "NAO".
       77 WS-DIA-SEM-FGTS PIC X(03) VALUE "NAO".
       77 WS-DIA-SUSPENSO PIC X(03) VALUE "NAO".
       77 WS-DIAS-CARGO-EMPRESA PIC 9(02) VALUE 15.

       01 WS-COMPETENCIA-AUX.
              02 WS-COMP-ANO PIC 9(04).
              02 WS-COMP-MES PIC 9(02).

       01 TABELA-AFASTAMENTOS.
              02 WS-AFA OCCURS 5000 TIMES.
                     03 WS-AFA-MATRICULA PIC 9(05).
                     03 WS-AFA-TIPO      PIC X(01).
                     03 WS-AFA-INICIO    PIC 9(08).
                     03 WS-AFA-RETORNO   PIC 9(08).
                     03 WS-AFA-INI-INT   PIC 9(07).
                     03 WS-AFA-FIM-INT   PIC 9(07).

       01 TABELA-SELECIONADOS.
              02 WS-SEL OCCURS 50 TIMES PIC 9(05).

       01 DATSRV-AREA.
              COPY DATSRV.

       LINKAGE SECTION.
       01 AFASRV-AREA.
              COPY AFASRV.

       PROCEDURE DIVISION USING AFASRV-AREA.

       PROGRAMA-AFASRV.

       IF WS-CARREGADO EQUAL "NAO"
              PERFORM CARREGA-AFASTAMENTOS
       END-IF.
       PERFORM LIMPA-RESULTADO.
       IF AFS-FUNCAO EQUAL "M"
              PERFORM DEFINE-PERIODO-MES
       ELSE
       IF AFS-FUNCAO EQUAL "D"
              PERFORM DEFINE-PERIODO-DIA
       ELSE
              MOVE "8" TO AFS-RETORNO
       END-IF
       END-IF.
       IF AFS-RETORNO EQUAL "0"
              IF WS-SEM-CADAFA EQUAL "SIM"
                     MOVE "9" TO AFS-RETORNO
              ELSE
                     PERFORM SELECIONA-AFASTAMENTOS
                     IF WS-TOTAL-SEL GREATER ZEROES
                            PERFORM APURA-DIA
                                    VARYING WS-DIA FROM WS-PER-INI
                                    BY 1 UNTIL WS-DIA GREATER
                                    WS-PER-FIM
                     END-IF
                     IF AFS-DIAS-AFASTADO GREATER ZEROES
                            MOVE "1" TO AFS-RETORNO
                     END-IF
              END-IF
       END-IF.

       GOBACK.

       CARREGA-AFASTAMENTOS.
              MOVE "SIM" TO WS-CARREGADO.
              OPEN INPUT CADAFA.
              IF WS-STATUS-CADAFA NOT EQUAL "00"
                     MOVE "SIM" TO WS-SEM-CADAFA
                     DISPLAY "AFASRV - AVISO: CADAFA.DAT INDISPONIVEL "
                             "- FILE STATUS " WS-STATUS-CADAFA
                             " - PERIODOS TRATADOS SEM AFASTAMENTO"
              ELSE
                     PERFORM UNTIL WS-FIM-CADAFA EQUAL 1
                            READ CADAFA NEXT RECORD
                                   AT END MOVE 1 TO WS-FIM-CADAFA
                                   NOT AT END
                                   PERFORM GUARDA-AFASTAMENTO
                            END-READ
                     END-PERFORM
                     CLOSE CADAFA
              END-IF.

       GUARDA-AFASTAMENTO.
              IF WS-TOTAL-AFASTAMENTOS EQUAL 5000
                     DISPLAY "AFASRV - TABELA DE AFASTAMENTOS CHEIA "
                             "(5000) - IGNORADO: MATRICULA "
                             AFA-MATRICULA " INICIO " AFA-INICIO
              ELSE
              IF FUNCTION INTEGER-OF-DATE (AFA-INICIO) EQUAL ZEROES
                     DISPLAY "AFASRV - AVISO: AFASTAMENTO COM INICIO "
                             "INVALIDO IGNORADO - MATRICULA "
                             AFA-MATRICULA " INICIO " AFA-INICIO
              ELSE
                     ADD 1 TO WS-TOTAL-AFASTAMENTOS
                     MOVE AFA-MATRICULA TO
                          WS-AFA-MATRICULA (WS-TOTAL-AFASTAMENTOS)
                     MOVE AFA-TIPO TO
                          WS-AFA-TIPO (WS-TOTAL-AFASTAMENTOS)
                     MOVE AFA-INICIO TO
                          WS-AFA-INICIO (WS-TOTAL-AFASTAMENTOS)
                     MOVE AFA-RETORNO-PREV TO
                          WS-AFA-RETORNO (WS-TOTAL-AFASTAMENTOS)
                     COMPUTE WS-AFA-INI-INT (WS-TOTAL-AFASTAMENTOS) =
                             FUNCTION INTEGER-OF-DATE (AFA-INICIO)
                     IF AFA-RETORNO-PREV EQUAL ZEROES
                            MOVE 9999999 TO
                                 WS-AFA-FIM-INT (WS-TOTAL-AFASTAMENTOS)
                     ELSE
                            COMPUTE
                              WS-AFA-FIM-INT (WS-TOTAL-AFASTAMENTOS) =
                              FUNCTION INTEGER-OF-DATE
                                       (AFA-RETORNO-PREV) - 1
                     END-IF
              END-IF
              END-IF.

       LIMPA-RESULTADO.
              MOVE "0" TO AFS-RETORNO.
              MOVE ZEROES TO AFS-DIAS-PERIODO AFS-DIAS-AFASTADO
                             AFS-DIAS-SEM-SALARIO AFS-DIAS-SEM-FGTS
                             AFS-DIAS-SUSPENSO AFS-INICIO
                             AFS-RETORNO-PREV WS-INICIO-RECENTE.
              MOVE SPACES TO AFS-TIPO.

       DEFINE-PERIODO-MES.
              MOVE AFS-COMPETENCIA TO WS-COMPETENCIA-AUX.
              IF AFS-COMPETENCIA NOT NUMERIC
                 OR WS-COMP-MES LESS 1 OR WS-COMP-MES GREATER 12
                 OR WS-COMP-ANO LESS 1601
                     MOVE "8" TO AFS-RETORNO
              ELSE
                     COMPUTE WS-DATA-AUX = AFS-COMPETENCIA * 100 + 1
                     COMPUTE WS-PER-INI =
                             FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)
                     IF WS-COMP-MES EQUAL 12
                            COMPUTE WS-DATA-AUX =
                                    (WS-COMP-ANO + 1) * 10000 + 101
                     ELSE
                            ADD 100 TO WS-DATA-AUX
                     END-IF
                     COMPUTE WS-PER-FIM =
                             FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1
                     COMPUTE AFS-DIAS-PERIODO =
                             WS-PER-FIM - WS-PER-INI + 1
              END-IF.

       DEFINE-PERIODO-DIA.
              MOVE "1" TO DAT-RETORNO.
              IF AFS-DATA IS NUMERIC
                     MOVE "V" TO DAT-FUNCAO
                     MOVE AFS-DATA (7:2) TO DAT-DIA
                     MOVE AFS-DATA (5:2) TO DAT-MES
                     MOVE AFS-DATA (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
              END-IF.
              IF DAT-RETORNO NOT EQUAL "0"
                 OR DAT-ANO LESS 1601
                     MOVE "8" TO AFS-RETORNO
              ELSE
                     COMPUTE WS-PER-INI =
                             FUNCTION INTEGER-OF-DATE (AFS-DATA)
                     MOVE WS-PER-INI TO WS-PER-FIM
                     MOVE 1 TO AFS-DIAS-PERIODO
              END-IF.

       SELECIONA-AFASTAMENTOS.
              MOVE ZEROES TO WS-TOTAL-SEL.
              PERFORM VARYING WS-IND-AFA FROM 1 BY 1
                      UNTIL WS-IND-AFA GREATER WS-TOTAL-AFASTAMENTOS
                      IF WS-AFA-MATRICULA (WS-IND-AFA) EQUAL
                         AFS-MATRICULA
                         AND WS-AFA-INI-INT (WS-IND-AFA) NOT GREATER
                             WS-PER-FIM
                         AND WS-AFA-FIM-INT (WS-IND-AFA) NOT LESS
                             WS-PER-INI
                             PERFORM GUARDA-SELECIONADO
                      END-IF
              END-PERFORM.

       GUARDA-SELECIONADO.
              IF WS-TOTAL-SEL EQUAL 50
                     DISPLAY "AFASRV - AVISO: MAIS DE 50 AFASTAMENTOS "
                             "NO PERIODO - MATRICULA " AFS-MATRICULA
              ELSE
                     ADD 1 TO WS-TOTAL-SEL
                     MOVE WS-IND-AFA TO WS-SEL (WS-TOTAL-SEL)
                     IF WS-AFA-INICIO (WS-IND-AFA) NOT LESS
                        WS-INICIO-RECENTE
                            MOVE WS-AFA-INICIO (WS-IND-AFA) TO
                                 WS-INICIO-RECENTE AFS-INICIO
                            MOVE WS-AFA-TIPO (WS-IND-AFA) TO AFS-TIPO
                            MOVE WS-AFA-RETORNO (WS-IND-AFA) TO
                                 AFS-RETORNO-PREV
                     END-IF
              END-IF.

       APURA-DIA.
              MOVE "NAO" TO WS-DIA-AFASTADO WS-DIA-SEM-SALARIO
                            WS-DIA-SEM-FGTS WS-DIA-SUSPENSO.
              PERFORM APURA-AFASTAMENTO-DIA
                      VARYING WS-IND-SEL FROM 1 BY 1
                      UNTIL WS-IND-SEL GREATER WS-TOTAL-SEL.
              IF WS-DIA-AFASTADO EQUAL "SIM"
                     ADD 1 TO AFS-DIAS-AFASTADO
              END-IF.
              IF WS-DIA-SEM-SALARIO EQUAL "SIM"
                     ADD 1 TO AFS-DIAS-SEM-SALARIO
              END-IF.
              IF WS-DIA-SEM-FGTS EQUAL "SIM"
                     ADD 1 TO AFS-DIAS-SEM-FGTS
              END-IF.
              IF WS-DIA-SUSPENSO EQUAL "SIM"
                     ADD 1 TO AFS-DIAS-SUSPENSO
              END-IF.

       APURA-AFASTAMENTO-DIA.
              MOVE WS-SEL (WS-IND-SEL) TO WS-IND-AFA.
              IF WS-DIA NOT LESS WS-AFA-INI-INT (WS-IND-AFA)
                 AND WS-DIA NOT GREATER WS-AFA-FIM-INT (WS-IND-AFA)
                     MOVE "SIM" TO WS-DIA-AFASTADO
                     COMPUTE WS-ORDEM-DIA =
                             WS-DIA - WS-AFA-INI-INT (WS-IND-AFA) + 1
                     IF WS-AFA-TIPO (WS-IND-AFA) EQUAL "D"
                        AND WS-ORDEM-DIA GREATER WS-DIAS-CARGO-EMPRESA
                            MOVE "SIM" TO WS-DIA-SEM-SALARIO
                                          WS-DIA-SEM-FGTS
                                          WS-DIA-SUSPENSO
                     END-IF
                     IF WS-AFA-TIPO (WS-IND-AFA) EQUAL "A"
                        AND WS-ORDEM-DIA GREATER WS-DIAS-CARGO-EMPRESA
                            MOVE "SIM" TO WS-DIA-SEM-SALARIO
                                          WS-DIA-SUSPENSO
                     END-IF
                     IF WS-AFA-TIPO (WS-IND-AFA) EQUAL "M"
                            MOVE "SIM" TO WS-DIA-SEM-SALARIO
                     END-IF
                     IF WS-AFA-TIPO (WS-IND-AFA) EQUAL "S"
                            MOVE "SIM" TO WS-DIA-SEM-SALARIO
                                          WS-DIA-SEM-FGTS
                                          WS-DIA-SUSPENSO
                     END-IF
              END-IF.
