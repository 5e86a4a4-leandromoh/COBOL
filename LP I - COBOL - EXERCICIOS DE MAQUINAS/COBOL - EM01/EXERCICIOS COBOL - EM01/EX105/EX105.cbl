       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX105.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONTROLE DE ABERTURA E FECHAMENTO DAS COMPETENCIAS
      *          DA FOLHA. NADA IMPEDIA RODAR DE NOVO EX26, EX44 OU
      *          EX60 PARA UMA COMPETENCIA JA PAGA E DECLARADA,
      *          REGRAVANDO CALADO CADLIQ.DAT E OS ARQUIVOS DO
      *          GOVERNO. O CADASTRO COMPETENCIAS.DAT (LAYOUT EM
      *          CADCOMP.CPY) TEM UM REGISTRO POR COMPETENCIA (AAAAMM)
      *          COM O STATUS "A" ABERTA, "F" FECHADA OU "R" REABERTA,
      *          E SO ESTE PROGRAMA O ALTERA. O PEDIDO VEM DE
      *          PARM-EX105.DAT (OBRIGATORIO): ACAO ("A" ABRIR, "F"
      *          FECHAR, "R" REABRIR), COMPETENCIA, OPERADOR, SENHA,
      *          REFERENCIA DE AUTORIZACAO E MOTIVO. O OPERADOR E
      *          CONFERIDO CONTRA OPERADORES.DAT (ID, SENHA E PERFIL,
      *          O MESMO CADASTRO DO SIGN-ON DE EX29) E SO O PERFIL
      *          "O" (OPERACOES) MEXE NAS COMPETENCIAS.
      *          O FECHAMENTO EXIGE QUE CADLIQ.DAT SEJA DA PROPRIA
      *          COMPETENCIA (DATA DO CABECALHO "H") E GUARDA NO
      *          CADASTRO OS TOTAIS DO CICLO - FUNCIONARIOS, BRUTO,
      *          INSS, IRRF, LIQUIDO E O FGTS DO TRAILER DA GUIA
      *          EX44-FGTS.CSV (GUIA AUSENTE OU DE OUTRA COMPETENCIA
      *          SAI COMO NAO CONFERIDA) - E IMPRIME O RELATORIO DE
      *          FECHAMENTO EX105-REL.DAT, REGISTRADO EM
      *          REL-CATALOGO.DAT. COMPETENCIA FECHADA E RECUSADA
      *          PELOS PASSOS DO CICLO (EX26, EX44, EX60 E EX14, VIA
      *          SUBPROGRAMA "COMPSRV") COM RETURN-CODE 8.
      *          A REABERTURA SO VALE PARA COMPETENCIA FECHADA E
      *          EXIGE MOTIVO E REFERENCIA DE AUTORIZACAO. TODA
      *          MUDANCA DE STATUS E REGISTRADA NO LOG
      *          COMPETENCIAS-LOG.DAT (EXTEND) COM DATA/HORA, STATUS
      *          ANTERIOR E NOVO, OPERADOR, AUTORIZACAO E MOTIVO. O
      *          CADASTRO E REGRAVADO POR INTEIRO (MOLDE DE EX58).
      *          PEDIDO RECUSADO NAO ALTERA NADA E DEVOLVE
      *          RETURN-CODE 16. RESPEITA A TRAVA SISLOCK.DAT DA
      *          CADEIA NOTURNA (RETURN-CODE 8). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT OPTIONAL OPERADORES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SISLOCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL COMP-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COMP-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COMP-LOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOG.
       SELECT CADLIQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT FGTS-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FGTS.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX105.DAT".

       01 REG-PARM.
              02 PRM-ACAO         PIC X(01).
              02 PRM-COMPETENCIA  PIC X(06).
              02 PRM-OPERADOR     PIC X(10).
              02 PRM-SENHA        PIC X(08).
              02 PRM-AUTORIZACAO  PIC X(15).
              02 PRM-MOTIVO       PIC X(30).

       FD OPERADORES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "OPERADORES.DAT".

       01 REG-OPERADOR.
              02 OPE-ID     PIC X(10).
              02 OPE-SENHA  PIC X(08).
              02 OPE-PERFIL PIC X(01).

       FD SISLOCK
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "SISLOCK.DAT".

       01 REG-LOCK.
              COPY SISLOCK.

       FD COMP-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "COMPETENCIAS.DAT".

       01 REG-COMP-ENT.
              COPY CADCOMP.

       FD COMP-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "COMPETENCIAS.DAT".

       01 REG-COMP-SAI PIC X(106).

       FD COMP-LOG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS     "COMPETENCIAS-LOG.DAT".

       01 REG-COMP-LOG.
              02 LOGC-DATA-HORA     PIC X(14).
              02 LOGC-COMPETENCIA   PIC 9(06).
              02 LOGC-ACAO          PIC X(01).
              02 LOGC-STATUS-ANTES  PIC X(01).
              02 LOGC-STATUS-DEPOIS PIC X(01).
              02 LOGC-OPERADOR      PIC X(10).
              02 LOGC-AUTORIZACAO   PIC X(15).
              02 LOGC-MOTIVO        PIC X(30).

       FD CADLIQ
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADLIQ.DAT".

       01 REG-LIQ.
              02 CODIGO-LIQ  PIC 9(5).
              02 NOME-LIQ    PIC X(20).
              02 BRUTO-LIQ   PIC 9(7)V99.
              02 INSS-LIQ    PIC 9(7)V99.
              02 IRRF-LIQ    PIC 9(7)V99.
              02 LIQUIDO-LIQ PIC 9(7)V99.

       01 REG-LIQ-CAB REDEFINES REG-LIQ.
              02 CAB-TIPO       PIC X(01).
              02 CAB-PROGRAMA   PIC X(05).
              02 CAB-FILIAL     PIC X(04).
              02 CAB-DATA-LOTE  PIC X(08).
              02 CAB-HORA       PIC X(06).
              02 FILLER         PIC X(37).

       FD FGTS-CSV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX44-FGTS.CSV".

       01 REG-FGTS PIC X(50).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX105-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-LOG PIC X(02).
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-STATUS-FGTS PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-FIM-AUX PIC 9(01) VALUE 0.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-MES PIC 9(02) VALUE ZEROES.
       77 WS-PERFIL PIC X(01) VALUE SPACES.
       77 WS-SENHA-OK PIC X(03) VALUE "NAO".
       77 WS-IND PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-COMP PIC 9(03) VALUE ZEROES.
       77 WS-STATUS-ANTES PIC X(01) VALUE SPACES.
       77 WS-DATA-CADLIQ PIC X(08) VALUE SPACES.
       77 WS-FILIAL-CADLIQ PIC X(04) VALUE SPACES.
       77 WS-GUIA-CONFERIDA PIC X(03) VALUE "NAO".
       77 WS-COMP-GUIA PIC X(08) VALUE SPACES.
       77 WS-LINHA-CSV PIC X(50) VALUE SPACES.
       77 WS-TIPO-TXT PIC X(05) VALUE SPACES.
       77 WS-QTDE-TXT PIC X(10) VALUE SPACES.
       77 WS-INTEIRO-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-CT-FUNC PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-FGTS PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-COMPETENCIAS.
              02 WS-CMP OCCURS 300 TIMES.
                     03 WS-CMP-REGISTRO PIC X(106).

       01 WS-COMP-ATUAL.
              COPY CADCOMP.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(45) VALUE SPACES.
          02 FILLER     PIC X(37)
                  VALUE "FECHAMENTO DA COMPETENCIA DA FOLHA - ".
          02 VAR-MES    PIC 99.
          02 FILLER     PIC X(01) VALUE "/".
          02 VAR-ANO    PIC 9999.
          02 FILLER     PIC X(43) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER     PIC X(10) VALUE SPACES.
          02 LT-DESCR   PIC X(40).
          02 LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
          02 LT-QTDE REDEFINES LT-VALOR.
             03 FILLER  PIC X(06).
             03 LT-QTDE-ED PIC ZZ.ZZ9.
             03 FILLER  PIC X(02).
          02 FILLER     PIC X(68) VALUE SPACES.

       01 LINHA-TEXTO.
          02 FILLER     PIC X(10) VALUE SPACES.
          02 LX-TEXTO   PIC X(122).

       PROCEDURE DIVISION.

       PROGRAMA105.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              EVALUATE PRM-ACAO
                     WHEN "A" PERFORM ABRE-COMPETENCIA
                     WHEN "F" PERFORM FECHA-COMPETENCIA
                     WHEN "R" PERFORM REABRE-COMPETENCIA
              END-EVALUATE
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM GRAVA-COMPETENCIAS
              PERFORM GRAVA-LOG
              IF PRM-ACAO EQUAL "F"
                     PERFORM IMPRIME-FECHAMENTO
              END-IF
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       INICIO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
              PERFORM VERIFICA-TRAVA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM LE-PARAMETRO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM AUTENTICA-OPERADOR
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-COMPETENCIAS
              END-IF.

       VERIFICA-TRAVA.
              OPEN INPUT SISLOCK.
              PERFORM UNTIL WS-FIM-LOCK EQUAL 1
                     READ SISLOCK
                            AT END MOVE 1 TO WS-FIM-LOCK
                            NOT AT END
                            MOVE "SIM" TO WS-TRAVADO
                            DISPLAY "EX105 - CADEIA NOTURNA NO AR - "
                                    "TRAVA DA FILIAL " LOCK-FILIAL
                                    " DATA " LOCK-DATA
                                    " DESDE " LOCK-INICIO
                     END-READ
              END-PERFORM.
              CLOSE SISLOCK.
              IF WS-TRAVADO EQUAL "SIM"
                     DISPLAY "EX105 - TENTE APOS O TERMINO DA CADEIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 8 TO RETURN-CODE
              END-IF.

       LE-PARAMETRO.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM NOT EQUAL "00"
                     DISPLAY "EX105 - PARM-EX105.DAT OBRIGATORIO "
                             "AUSENTE - NENHUMA COMPETENCIA ALTERADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     READ ARQ-PARM
                            AT END
                            DISPLAY "EX105 - PARM-EX105.DAT VAZIO - "
                                    "NENHUMA COMPETENCIA ALTERADA"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CRITICA-PARAMETRO
              END-IF.

       CRITICA-PARAMETRO.
              IF PRM-ACAO NOT EQUAL "A" AND NOT EQUAL "F"
                                        AND NOT EQUAL "R"
                     DISPLAY "EX105 - ACAO INVALIDA '" PRM-ACAO
                             "' - USE A (ABRIR), F (FECHAR) OU "
                             "R (REABRIR)"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF PRM-COMPETENCIA NOT NUMERIC
                     DISPLAY "EX105 - COMPETENCIA INVALIDA '"
                             PRM-COMPETENCIA "' - USE AAAAMM"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE PRM-COMPETENCIA TO WS-COMPETENCIA
                     MOVE PRM-COMPETENCIA (5:2) TO WS-MES
                     IF WS-MES LESS 1 OR WS-MES GREATER 12
                            DISPLAY "EX105 - COMPETENCIA INVALIDA '"
                                    PRM-COMPETENCIA "' - USE AAAAMM"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF
              END-IF.

       AUTENTICA-OPERADOR.
              OPEN INPUT OPERADORES.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ OPERADORES
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            IF OPE-ID EQUAL PRM-OPERADOR
                               AND PRM-OPERADOR NOT EQUAL SPACES
                                   IF OPE-SENHA EQUAL PRM-SENHA
                                          MOVE "SIM" TO WS-SENHA-OK
                                          MOVE OPE-PERFIL TO WS-PERFIL
                                   END-IF
                                   MOVE 1 TO WS-FIM-AUX
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE OPERADORES.
              IF WS-SENHA-OK EQUAL "NAO"
                     DISPLAY "EX105 - OPERADOR '" PRM-OPERADOR
                             "' NAO CADASTRADO EM OPERADORES.DAT OU "
                             "SENHA INVALIDA - PEDIDO RECUSADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-PERFIL NOT EQUAL "O"
                     DISPLAY "EX105 - OPERADOR " PRM-OPERADOR
                             " SEM PERFIL DE OPERACOES (O) - SO "
                             "OPERACOES ABRE, FECHA OU REABRE "
                             "COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF
              END-IF.

       CARREGA-COMPETENCIAS.
              OPEN INPUT COMP-ENT.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ COMP-ENT
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            PERFORM GUARDA-COMPETENCIA
                     END-READ
              END-PERFORM.
              CLOSE COMP-ENT.

       GUARDA-COMPETENCIA.
              IF WS-TOTAL-COMP EQUAL 300
                     DISPLAY "EX105 - TABELA DE COMPETENCIAS CHEIA "
                             "(300) - NADA E ALTERADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
                     MOVE 1 TO WS-FIM-AUX
              ELSE
                     ADD 1 TO WS-TOTAL-COMP
                     MOVE REG-COMP-ENT TO
                          WS-CMP-REGISTRO (WS-TOTAL-COMP)
                     IF COMP-COMPETENCIA OF REG-COMP-ENT
                        EQUAL WS-COMPETENCIA
                            MOVE WS-TOTAL-COMP TO WS-ACHADO
                     END-IF
              END-IF.

       RECUSA-PEDIDO.
              MOVE "SIM" TO WS-ABORTAR.
              MOVE 16 TO RETURN-CODE.

       ABRE-COMPETENCIA.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-CMP-REGISTRO (WS-ACHADO) TO WS-COMP-ATUAL
                     DISPLAY "EX105 - COMPETENCIA " WS-COMPETENCIA
                             " JA CADASTRADA COM STATUS "
                             COMP-STATUS OF WS-COMP-ATUAL
                             " - PARA REABRIR USE A ACAO R"
                     PERFORM RECUSA-PEDIDO
              ELSE
              IF WS-TOTAL-COMP EQUAL 300
                     DISPLAY "EX105 - TABELA DE COMPETENCIAS CHEIA "
                             "(300) - COMPETENCIA NAO ABERTA"
                     PERFORM RECUSA-PEDIDO
              ELSE
                     MOVE SPACES TO WS-STATUS-ANTES
                     INITIALIZE WS-COMP-ATUAL
                     MOVE WS-COMPETENCIA TO
                          COMP-COMPETENCIA OF WS-COMP-ATUAL
                     MOVE "A" TO COMP-STATUS OF WS-COMP-ATUAL
                     PERFORM CARIMBA-COMPETENCIA
                     ADD 1 TO WS-TOTAL-COMP
                     MOVE WS-TOTAL-COMP TO WS-ACHADO
                     MOVE WS-COMP-ATUAL TO WS-CMP-REGISTRO (WS-ACHADO)
              END-IF
              END-IF.

       CARIMBA-COMPETENCIA.
              MOVE WS-DATA-HORA TO COMP-DATA-HORA OF WS-COMP-ATUAL.
              MOVE PRM-OPERADOR TO COMP-OPERADOR OF WS-COMP-ATUAL.
              MOVE PRM-AUTORIZACAO TO
                   COMP-AUTORIZACAO OF WS-COMP-ATUAL.

       FECHA-COMPETENCIA.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-CMP-REGISTRO (WS-ACHADO) TO WS-COMP-ATUAL
                     MOVE COMP-STATUS OF WS-COMP-ATUAL
                          TO WS-STATUS-ANTES
              ELSE
                     MOVE SPACES TO WS-STATUS-ANTES
                     INITIALIZE WS-COMP-ATUAL
                     MOVE WS-COMPETENCIA TO
                          COMP-COMPETENCIA OF WS-COMP-ATUAL
              END-IF.
              IF WS-STATUS-ANTES EQUAL "F"
                     DISPLAY "EX105 - COMPETENCIA " WS-COMPETENCIA
                             " JA ESTA FECHADA DESDE "
                             COMP-DATA-HORA OF WS-COMP-ATUAL
                             " POR " COMP-OPERADOR OF WS-COMP-ATUAL
                     PERFORM RECUSA-PEDIDO
              ELSE
              IF WS-ACHADO EQUAL ZEROES AND WS-TOTAL-COMP EQUAL 300
                     DISPLAY "EX105 - TABELA DE COMPETENCIAS CHEIA "
                             "(300) - COMPETENCIA NAO FECHADA"
                     PERFORM RECUSA-PEDIDO
              ELSE
                     PERFORM APURA-TOTAIS-CADLIQ
              END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM APURA-TOTAL-FGTS
                     MOVE "F" TO COMP-STATUS OF WS-COMP-ATUAL
                     PERFORM CARIMBA-COMPETENCIA
                     MOVE WS-CT-FUNC TO COMP-QTDE OF WS-COMP-ATUAL
                     MOVE WS-TOTAL-BRUTO TO COMP-BRUTO OF WS-COMP-ATUAL
                     MOVE WS-TOTAL-INSS TO COMP-INSS OF WS-COMP-ATUAL
                     MOVE WS-TOTAL-IRRF TO COMP-IRRF OF WS-COMP-ATUAL
                     MOVE WS-TOTAL-LIQUIDO TO
                          COMP-LIQUIDO OF WS-COMP-ATUAL
                     MOVE WS-TOTAL-FGTS TO COMP-FGTS OF WS-COMP-ATUAL
                     IF WS-ACHADO EQUAL ZEROES
                            ADD 1 TO WS-TOTAL-COMP
                            MOVE WS-TOTAL-COMP TO WS-ACHADO
                     END-IF
                     MOVE WS-COMP-ATUAL TO WS-CMP-REGISTRO (WS-ACHADO)
              END-IF.

       APURA-TOTAIS-CADLIQ.
              OPEN INPUT CADLIQ.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
                     DISPLAY "EX105 - ERRO AO ABRIR CADLIQ - FILE "
                             "STATUS " WS-STATUS-CADLIQ
                             " - SEM A FOLHA DO CICLO NAO HA "
                             "FECHAMENTO"
                     PERFORM RECUSA-PEDIDO
              ELSE
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ CADLIQ
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   PERFORM SOMA-CADLIQ
                            END-READ
                     END-PERFORM
                     CLOSE CADLIQ
                     IF WS-DATA-CADLIQ (1:6) NOT EQUAL
                        PRM-COMPETENCIA
                            DISPLAY "EX105 - CADLIQ.DAT E DO CICLO '"
                                    WS-DATA-CADLIQ "' E NAO DA "
                                    "COMPETENCIA " WS-COMPETENCIA
                                    " - FECHAMENTO RECUSADO"
                            PERFORM RECUSA-PEDIDO
                     END-IF
              END-IF.

       SOMA-CADLIQ.
              IF CAB-TIPO EQUAL "H"
                     IF CAB-DATA-LOTE IS NUMERIC
                            MOVE CAB-DATA-LOTE TO WS-DATA-CADLIQ
                            MOVE CAB-FILIAL TO WS-FILIAL-CADLIQ
                     END-IF
              ELSE
                     ADD 1 TO WS-CT-FUNC
                     ADD BRUTO-LIQ TO WS-TOTAL-BRUTO
                     ADD INSS-LIQ TO WS-TOTAL-INSS
                     ADD IRRF-LIQ TO WS-TOTAL-IRRF
                     ADD LIQUIDO-LIQ TO WS-TOTAL-LIQUIDO
              END-IF.

       APURA-TOTAL-FGTS.
              OPEN INPUT FGTS-CSV.
              IF WS-STATUS-FGTS NOT EQUAL "00"
                     DISPLAY "EX105 - AVISO: EX44-FGTS.CSV AUSENTE - "
                             "FGTS NAO CONFERIDO NO FECHAMENTO"
              ELSE
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ FGTS-CSV
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   PERFORM TRATA-LINHA-GUIA
                            END-READ
                     END-PERFORM
                     CLOSE FGTS-CSV
                     IF WS-COMP-GUIA (1:6) NOT EQUAL PRM-COMPETENCIA
                            DISPLAY "EX105 - AVISO: EX44-FGTS.CSV E "
                                    "DA COMPETENCIA '" WS-COMP-GUIA
                                    "' - FGTS NAO CONFERIDO NO "
                                    "FECHAMENTO"
                            MOVE "NAO" TO WS-GUIA-CONFERIDA
                            MOVE ZEROES TO WS-TOTAL-FGTS
                     END-IF
              END-IF.

       TRATA-LINHA-GUIA.
              MOVE REG-FGTS TO WS-LINHA-CSV.
              MOVE SPACES TO WS-TIPO-TXT WS-QTDE-TXT
                             WS-INTEIRO-TXT WS-CENTAVOS-TXT.
              UNSTRING WS-LINHA-CSV DELIMITED BY ","
                       INTO WS-TIPO-TXT
                            WS-QTDE-TXT
                            WS-INTEIRO-TXT
                            WS-CENTAVOS-TXT.
              IF WS-TIPO-TXT EQUAL "H"
                     MOVE WS-INTEIRO-TXT TO WS-COMP-GUIA
              END-IF.
              IF WS-TIPO-TXT EQUAL "T"
                     COMPUTE WS-TOTAL-FGTS =
                             FUNCTION NUMVAL (WS-INTEIRO-TXT)
                             + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100
                     MOVE "SIM" TO WS-GUIA-CONFERIDA
              END-IF.

       REABRE-COMPETENCIA.
              IF WS-ACHADO EQUAL ZEROES
                     DISPLAY "EX105 - COMPETENCIA " WS-COMPETENCIA
                             " NAO CADASTRADA - NADA A REABRIR"
                     PERFORM RECUSA-PEDIDO
              ELSE
                     MOVE WS-CMP-REGISTRO (WS-ACHADO) TO WS-COMP-ATUAL
                     MOVE COMP-STATUS OF WS-COMP-ATUAL
                          TO WS-STATUS-ANTES
                     IF WS-STATUS-ANTES NOT EQUAL "F"
                            DISPLAY "EX105 - COMPETENCIA "
                                    WS-COMPETENCIA " NAO ESTA FECHADA "
                                    "(STATUS " WS-STATUS-ANTES
                                    ") - NADA A REABRIR"
                            PERFORM RECUSA-PEDIDO
                     ELSE
                     IF PRM-MOTIVO EQUAL SPACES
                        OR PRM-AUTORIZACAO EQUAL SPACES
                            DISPLAY "EX105 - REABERTURA EXIGE MOTIVO "
                                    "E REFERENCIA DE AUTORIZACAO EM "
                                    "PARM-EX105.DAT - RECUSADA"
                            PERFORM RECUSA-PEDIDO
                     ELSE
                            MOVE "R" TO COMP-STATUS OF WS-COMP-ATUAL
                            PERFORM CARIMBA-COMPETENCIA
                            MOVE WS-COMP-ATUAL TO
                                 WS-CMP-REGISTRO (WS-ACHADO)
                     END-IF
                     END-IF
              END-IF.

       GRAVA-COMPETENCIAS.
              OPEN OUTPUT COMP-SAI.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-COMP
                      WRITE REG-COMP-SAI FROM WS-CMP-REGISTRO (WS-IND)
              END-PERFORM.
              CLOSE COMP-SAI.

       GRAVA-LOG.
              OPEN EXTEND COMP-LOG.
              IF WS-STATUS-LOG NOT EQUAL "00"
                     OPEN OUTPUT COMP-LOG
              END-IF.
              MOVE WS-DATA-HORA TO LOGC-DATA-HORA.
              MOVE WS-COMPETENCIA TO LOGC-COMPETENCIA.
              MOVE PRM-ACAO TO LOGC-ACAO.
              MOVE WS-STATUS-ANTES TO LOGC-STATUS-ANTES.
              MOVE COMP-STATUS OF WS-COMP-ATUAL TO LOGC-STATUS-DEPOIS.
              MOVE PRM-OPERADOR TO LOGC-OPERADOR.
              MOVE PRM-AUTORIZACAO TO LOGC-AUTORIZACAO.
              MOVE PRM-MOTIVO TO LOGC-MOTIVO.
              WRITE REG-COMP-LOG.
              CLOSE COMP-LOG.

       IMPRIME-LINHA-TOTAL.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       IMPRIME-FECHAMENTO.
              OPEN OUTPUT RELAT.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-COMPETENCIA (5:2) TO VAR-MES.
              MOVE WS-COMPETENCIA (1:4) TO VAR-ANO.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO LX-TEXTO.
              STRING "FECHADA POR " PRM-OPERADOR
                     " EM " WS-DATA-HORA (7:2) "/" WS-DATA-HORA (5:2)
                     "/" WS-DATA-HORA (1:4) " " WS-DATA-HORA (9:2)
                     ":" WS-DATA-HORA (11:2)
                     " - AUTORIZACAO " PRM-AUTORIZACAO
                     DELIMITED BY SIZE INTO LX-TEXTO.
              WRITE REG-REL FROM LINHA-TEXTO AFTER ADVANCING 3 LINES.
              MOVE SPACES TO LX-TEXTO.
              STRING "CICLO DE CADLIQ.DAT: " WS-DATA-CADLIQ (7:2)
                     "/" WS-DATA-CADLIQ (5:2) "/" WS-DATA-CADLIQ (1:4)
                     DELIMITED BY SIZE INTO LX-TEXTO.
              WRITE REG-REL FROM LINHA-TEXTO AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS NA FOLHA" TO LT-DESCR.
              MOVE SPACES TO LT-QTDE.
              MOVE WS-CT-FUNC TO LT-QTDE-ED.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE "TOTAL BRUTO" TO LT-DESCR.
              MOVE WS-TOTAL-BRUTO TO LT-VALOR.
              PERFORM IMPRIME-LINHA-TOTAL.
              MOVE "TOTAL DE INSS DESCONTADO" TO LT-DESCR.
              MOVE WS-TOTAL-INSS TO LT-VALOR.
              PERFORM IMPRIME-LINHA-TOTAL.
              MOVE "TOTAL DE IRRF RETIDO" TO LT-DESCR.
              MOVE WS-TOTAL-IRRF TO LT-VALOR.
              PERFORM IMPRIME-LINHA-TOTAL.
              MOVE "TOTAL LIQUIDO" TO LT-DESCR.
              MOVE WS-TOTAL-LIQUIDO TO LT-VALOR.
              PERFORM IMPRIME-LINHA-TOTAL.
              IF WS-GUIA-CONFERIDA EQUAL "SIM"
                     MOVE "FGTS DA GUIA EX44-FGTS.CSV" TO LT-DESCR
                     MOVE WS-TOTAL-FGTS TO LT-VALOR
                     PERFORM IMPRIME-LINHA-TOTAL
              ELSE
                     MOVE SPACES TO LX-TEXTO
                     MOVE "FGTS DA GUIA EX44-FGTS.CSV: NAO CONFERIDO "
                          TO LX-TEXTO
                     WRITE REG-REL FROM LINHA-TEXTO
                           AFTER ADVANCING 1 LINE
              END-IF.
              MOVE SPACES TO LX-TEXTO.
              STRING "COMPETENCIA FECHADA - EX26, EX44, EX60 E EX14 "
                     "RECUSAM GRAVAR PARA ELA ATE UMA REABERTURA "
                     "AUTORIZADA"
                     DELIMITED BY SIZE INTO LX-TEXTO.
              WRITE REG-REL FROM LINHA-TEXTO AFTER ADVANCING 3 LINES.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "FECHAMENTO DA FOLHA" TO CAT-NOME.
              MOVE "EX105" TO CAT-PROGRAMA.
              MOVE WS-FILIAL-CADLIQ TO CAT-FILIAL.
              MOVE WS-DATA-CADLIQ TO CAT-DATA.
              MOVE WS-DATA-HORA TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX105-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              IF WS-ABORTAR EQUAL "NAO"
                     DISPLAY "EX105 - COMPETENCIA " WS-COMPETENCIA
                             " - STATUS "
                             WS-STATUS-ANTES " -> "
                             COMP-STATUS OF WS-COMP-ATUAL
                             " POR " PRM-OPERADOR
              ELSE
                     DISPLAY "EX105 - NENHUMA COMPETENCIA FOI "
                             "ALTERADA"
              END-IF.
