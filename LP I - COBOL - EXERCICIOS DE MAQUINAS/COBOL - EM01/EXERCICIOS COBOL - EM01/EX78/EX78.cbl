       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX78.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  PROVISAO MENSAL DE FERIAS + 1/3 E DE DECIMO TERCEIRO,
      *          QUE A CONTABILIDADE LANCAVA NA MAO DO RELATORIO DE
      *          EX13 E ESTORNAVA NA MAO QUANDO EX25, EX42 OU EX43
      *          PAGAVAM. PARA CADA FUNCIONARIO DE CADSAI.DAT O
      *          SALARIO VIGENTE NO MES DA COMPETENCIA E APURADO DOS
      *          CICLOS DE CADSAI-HIST.DAT PELA MESMA REGRA DE EX25
      *          (SEM CICLO NO ANO, VALE O SALARIO ATUAL DE CADSAI) E
      *          O PROGRAMA PROVISIONA 1/12 DELE PARA O 13O E 1/12
      *          MAIS O TERCO CONSTITUCIONAL PARA AS FERIAS. O SALDO
      *          ACUMULADO DE CADA MATRICULA FICA NO MESTRE DE
      *          PROVISAO CADPROV.DAT (INDEXADO PELA MATRICULA,
      *          CRIADO VAZIO NA PRIMEIRA EXECUCAO NO MOLDE DE EX45).
      *          A COMPETENCIA (AAAAMM) VEM DA DATA DE PARM-LOTE.DAT
      *          OU DA DATA DO DIA; MATRICULA JA PROVISIONADA NA
      *          MESMA COMPETENCIA NAO E PROVISIONADA DE NOVO, PARA
      *          UMA REEXECUCAO NAO DOBRAR A DESPESA.
      *          OS PAGAMENTOS PRESENTES NO CICLO CONSOMEM O SALDO:
      *          EX25-DECIMO.CSV BAIXA A PROVISAO DE 13O,
      *          EX42-FERIAS.CSV A DE FERIAS E EX43-RESCISAO.CSV AS
      *          DUAS (PRIMEIRO O 13O, DEPOIS FERIAS), SEMPRE ATE O
      *          VALOR PAGO E NUNCA ALEM DO SALDO - O QUE FOI PAGO
      *          ACIMA DA PROVISAO E DESPESA DO MES E FICA FORA
      *          DESTE LOTE. CADA FONTE E BAIXADA UMA UNICA VEZ POR
      *          COMPETENCIA E MATRICULA. OS LANCAMENTOS SAEM EM
      *          EX78-LANCTOS.DAT NO MESMO LAYOUT H/D/T DE
      *          EX59-LANCTOS.DAT: DEBITO DA DESPESA DE PROVISAO POR
      *          DEPARTAMENTO (DEPTO-SAI) CONTRA AS PROVISOES A
      *          PAGAR, E O ESTORNO (DEBITO DA PROVISAO CONTRA
      *          ESTORNO DE DESPESA) DO QUE FOI BAIXADO. COMO EM
      *          EX59, LOTE QUE NAO BALANCEIA NAO E GRAVADO
      *          (RETURN-CODE 16). A POSICAO POR MATRICULA SAI
      *          IMPRESSA EM EX78-REL.DAT E E REGISTRADA EM
      *          REL-CATALOGO.DAT. TERMINA COM GOBACK PARA PODER SER
      *          AGENDADO COMO PASSO DA CADEIA DE EX10.
      *          O VALOR PROVISIONADO NO MES E O BAIXADO POR CADA FONTE
      *          FICAM GUARDADOS NO PROPRIO REGISTRO DE CADPROV.DAT, E
      *          OS TOTAIS DO LOTE CONTABIL SAO APURADOS DE UMA LEITURA
      *          DE CADPROV.DAT INTEIRO PELA COMPETENCIA: UMA REEXECUCAO
      *          NO MESMO MES REGRAVA EX78-LANCTOS.DAT COM A PROVISAO E
      *          AS BAIXAS JA FEITAS, EM VEZ DE UM LOTE SEM ELAS, E A
      *          DESPESA VAI PARA O DEPARTAMENTO EM QUE A MATRICULA
      *          ESTAVA QUANDO FOI PROVISIONADA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT CADSAI-HIST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIST.
       SELECT CADPROV ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PROV-MATRICULA
              FILE STATUS IS WS-STATUS-CADPROV.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-CSV ASSIGN DYNAMIC WS-NOME-CSV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CSV.
       SELECT LANCAMENTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI.DAT".

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 NOME-SAI           PIC X(20).
              02 SALARIO-REAJUSTADO PIC 9(7)V99.
              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD CADSAI-HIST
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI-HIST.DAT".

       01 REG-SAI-HIST.
              02 CODIGO-HIST              PIC 9(5).
              02 NOME-HIST                PIC X(20).
              02 SALARIO-REAJUSTADO-HIST  PIC 9(7)V99.
              02 CICLO-HIST               PIC X(8).
              02 OPERADOR-HIST            PIC X(10).
              02 AUTORIZACAO-HIST         PIC X(15).
              02 DEPTO-HIST               PIC X(04).
              02 CARGO-HIST               PIC X(15).

       FD CADPROV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADPROV.DAT".

       01 REG-PROV.
              02 PROV-MATRICULA      PIC 9(05).
              02 PROV-DEPTO          PIC X(04).
              02 PROV-SALDO-FERIAS   PIC 9(7)V99.
              02 PROV-SALDO-DECIMO   PIC 9(7)V99.
              02 PROV-COMP-PROVISAO  PIC 9(06).
              02 PROV-COMP-BAIXA-13  PIC 9(06).
              02 PROV-COMP-BAIXA-FER PIC 9(06).
              02 PROV-COMP-BAIXA-RES PIC 9(06).
              02 PROV-MES-FERIAS     PIC 9(7)V99.
              02 PROV-MES-DECIMO     PIC 9(7)V99.
              02 PROV-BX-13-DECIMO   PIC 9(7)V99.
              02 PROV-BX-FER-FERIAS  PIC 9(7)V99.
              02 PROV-BX-RES-FERIAS  PIC 9(7)V99.
              02 PROV-BX-RES-DECIMO  PIC 9(7)V99.

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-CSV
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CSV PIC X(50).

       FD LANCAMENTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX78-LANCTOS.DAT".

       01 REG-LANCTO.
              02 LAN-TIPO  PIC X(01).
              02 LAN-DC    PIC X(01).
              02 LAN-CONTA PIC X(30).
              02 LAN-VALOR PIC 9(9)V99.

       01 REG-LANCTO-CAB REDEFINES REG-LANCTO.
              02 LAN-CAB-TIPO  PIC X(01).
              02 LAN-CAB-CICLO PIC 9(08).
              02 FILLER        PIC X(34).

       01 REG-LANCTO-TRL REDEFINES REG-LANCTO.
              02 LAN-TRL-TIPO    PIC X(01).
              02 LAN-TRL-QTDE    PIC 9(05).
              02 LAN-TRL-DEBITO  PIC 9(9)V99.
              02 LAN-TRL-CREDITO PIC 9(9)V99.
              02 FILLER          PIC X(15).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX78-REL.DAT".
       01 REG-REL PIC X(100).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 FIM-HIST PIC 9(1) VALUE 0.
       77 WS-FIM-CSV PIC 9(1) VALUE 0.
       77 WS-FIM-PROV PIC 9(1) VALUE 0.
       77 CT-LIN PIC 9(02) VALUE 30.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-HIST PIC X(02).
       77 WS-STATUS-CADPROV PIC X(02).
       77 WS-STATUS-CSV PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-NOME-CSV PIC X(030) VALUE SPACES.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-DATA-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-ANO PIC 9(04) VALUE ZEROES.
       77 WS-MES PIC 9(02) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-IND-FONTE PIC 9(01) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-HIST PIC 9(04) VALUE ZEROES.
       77 WS-ACHOU-CICLO PIC X(03) VALUE "NAO".
       77 WS-SALARIO-MES PIC 9(7)V99 VALUE ZEROES.
       77 WS-PROV-FERIAS PIC 9(7)V99 VALUE ZEROES.
       77 WS-PROV-DECIMO PIC 9(7)V99 VALUE ZEROES.
       77 WS-MATRICULA-TXT PIC X(05) VALUE SPACES.
       77 WS-NOME-TXT PIC X(20) VALUE SPACES.
       77 WS-VALOR-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-VALOR-PAGO PIC 9(9)V99 VALUE ZEROES.
       77 WS-RESTO-PAGO PIC 9(9)V99 VALUE ZEROES.
       77 WS-BAIXA-FERIAS PIC 9(7)V99 VALUE ZEROES.
       77 WS-BAIXA-DECIMO PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-PROVISIONADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-PROVISIONADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-BAIXAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-PROVISAO PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-BAIXADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LANCTOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-PROV-FERIAS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PROV-DECIMO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-BAIXA-FERIAS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-BAIXA-DECIMO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-DEBITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-SALDO PIC S9(9)V99 VALUE ZEROES.

       01 TABELA-HIST-ANO.
              02 WS-HA OCCURS 2000 TIMES.
                     03 WS-HA-CODIGO  PIC 9(05).
                     03 WS-HA-MES     PIC 9(02).
                     03 WS-HA-SALARIO PIC 9(7)V99.

       01 TABELA-DESPESA-DEPTO.
              02 WS-DEP OCCURS 50 TIMES.
                     03 WS-DEP-COD    PIC X(04).
                     03 WS-DEP-FERIAS PIC 9(9)V99.
                     03 WS-DEP-DECIMO PIC 9(9)V99.

       01 TABELA-FONTES-CSV.
              02 FILLER PIC X(20) VALUE "EX25-DECIMO.CSV".
              02 FILLER PIC X(20) VALUE "EX42-FERIAS.CSV".
              02 FILLER PIC X(20) VALUE "EX43-RESCISAO.CSV".

       01 TABELA-FONTES-CSV-RED REDEFINES TABELA-FONTES-CSV.
              02 NOME-FONTE PIC X(20) OCCURS 3 TIMES.

       01 CAB-01.
          02 FILLER     PIC X(90) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(20) VALUE SPACES.
          02 FILLER     PIC X(40)
                        VALUE "PROVISAO DE FERIAS E 13O - COMPETENCIA ".
          02 VAR-COMP   PIC 9(06).
          02 FILLER     PIC X(34) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(06) VALUE "MATR. ".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(13) VALUE "     SALARIO".
          02 FILLER PIC X(13) VALUE "  PROV FERIAS".
          02 FILLER PIC X(13) VALUE "    PROV 13O".
          02 FILLER PIC X(13) VALUE " SALDO FERIAS".
          02 FILLER PIC X(13) VALUE "   SALDO 13O".
          02 FILLER PIC X(08) VALUE SPACES.

       01 DETALHE.
          02 DET-MATRICULA PIC 9(05).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-NOME      PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-SALARIO   PIC Z.ZZZ.ZZ9,99.
          02 DET-PROV-FER  PIC Z.ZZZ.ZZ9,99.
          02 DET-PROV-13   PIC Z.ZZZ.ZZ9,99.
          02 DET-SALDO-FER PIC Z.ZZZ.ZZ9,99.
          02 DET-SALDO-13  PIC Z.ZZZ.ZZ9,99.
          02 DET-OBS       PIC X(13).

       01 LINHA-BAIXA.
          02 FILLER        PIC X(06) VALUE "BAIXA ".
          02 BX-MATRICULA  PIC 9(05).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 BX-FONTE      PIC X(18).
          02 FILLER        PIC X(06) VALUE " PAGO ".
          02 BX-PAGO       PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(07) VALUE " FERIAS".
          02 BX-FERIAS     PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(04) VALUE " 13O".
          02 BX-DECIMO     PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 BX-OBS        PIC X(15).

       01 LINHA-TOTAL.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 TOT-DESCR     PIC X(30).
          02 TOT-FERIAS    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 TOT-DECIMO    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA78.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM BAIXA-FONTE
                      VARYING WS-IND-FONTE FROM 1 BY 1
                      UNTIL WS-IND-FONTE GREATER 3
              PERFORM TOTALIZA-COMPETENCIA
              PERFORM CONFERE-E-GRAVA
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM DEFINE-COMPETENCIA.
              OPEN INPUT CADSAI.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX78 - ERRO AO ABRIR CADSAI - FILE "
                             "STATUS " WS-STATUS-CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-CADPROV
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-HISTORICO-ANO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN OUTPUT RELAT
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

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8)
                          TO WS-DATA-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-DATA-CICLO
              END-IF.
              MOVE WS-DATA-CICLO (1:6) TO WS-COMPETENCIA.
              MOVE WS-DATA-CICLO (1:4) TO WS-ANO.
              MOVE WS-DATA-CICLO (5:2) TO WS-MES.

       ABRE-CADPROV.
              OPEN I-O CADPROV.
              IF WS-STATUS-CADPROV NOT EQUAL "00"
                     DISPLAY "EX78 - CADPROV.DAT INEXISTENTE - "
                             "CRIANDO VAZIO"
                     OPEN OUTPUT CADPROV
                     CLOSE CADPROV
                     OPEN I-O CADPROV
              END-IF.
              IF WS-STATUS-CADPROV NOT EQUAL "00"
                     DISPLAY "EX78 - ERRO AO ABRIR CADPROV - FILE "
                             "STATUS " WS-STATUS-CADPROV
                     CLOSE CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       CARREGA-HISTORICO-ANO.
              OPEN INPUT CADSAI-HIST.
              IF WS-STATUS-HIST NOT EQUAL "00"
                     DISPLAY "EX78 - AVISO: CADSAI-HIST INDISPONIVEL "
                             "- FILE STATUS " WS-STATUS-HIST
                             " - PROVISAO PELO SALARIO ATUAL"
              ELSE
                     PERFORM UNTIL FIM-HIST EQUAL 1
                            READ CADSAI-HIST
                                   AT END MOVE 1 TO FIM-HIST
                                   NOT AT END
                                   PERFORM GUARDA-CICLO-ANO
                            END-READ
                     END-PERFORM
                     CLOSE CADSAI-HIST
              END-IF.

       GUARDA-CICLO-ANO.
              IF REG-SAI-HIST (1:1) EQUAL "H"
                     NEXT SENTENCE
              ELSE
              IF CICLO-HIST (1:4) EQUAL WS-ANO
                     IF WS-TOTAL-HIST EQUAL 2000
                            DISPLAY "EX78 - TABELA DE CICLOS CHEIA "
                                    "(2000) - ABORTANDO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-HIST
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                            CLOSE CADSAI CADPROV
                     ELSE
                            ADD 1 TO WS-TOTAL-HIST
                            MOVE CODIGO-HIST TO
                                 WS-HA-CODIGO (WS-TOTAL-HIST)
                            MOVE CICLO-HIST (5:2) TO
                                 WS-HA-MES (WS-TOTAL-HIST)
                            MOVE SALARIO-REAJUSTADO-HIST TO
                                 WS-HA-SALARIO (WS-TOTAL-HIST)
                     END-IF
              END-IF
              END-IF.

       VERIFICA-FIM.
              READ CADSAI AT END MOVE 1 TO FIM-ARQ.

       LOCALIZA-SALARIO-MES.
              MOVE "NAO" TO WS-ACHOU-CICLO.
              MOVE ZEROES TO WS-SALARIO-MES.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-HIST
                      IF WS-HA-CODIGO (WS-IND) EQUAL CODIGO-SAI
                         AND WS-HA-MES (WS-IND) NOT GREATER WS-MES
                             MOVE "SIM" TO WS-ACHOU-CICLO
                             MOVE WS-HA-SALARIO (WS-IND)
                                  TO WS-SALARIO-MES
                      END-IF
              END-PERFORM.
              IF WS-ACHOU-CICLO EQUAL "NAO"
                     PERFORM LOCALIZA-PRIMEIRO-CICLO
              END-IF.

       LOCALIZA-PRIMEIRO-CICLO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-HIST
                      IF WS-HA-CODIGO (WS-IND) EQUAL CODIGO-SAI
                         AND WS-ACHOU-CICLO EQUAL "NAO"
                             MOVE "SIM" TO WS-ACHOU-CICLO
                             MOVE WS-HA-SALARIO (WS-IND)
                                  TO WS-SALARIO-MES
                      END-IF
              END-PERFORM.
              IF WS-ACHOU-CICLO EQUAL "NAO"
                     MOVE SALARIO-REAJUSTADO TO WS-SALARIO-MES
              END-IF.

       LOCALIZA-PROVISAO.
              READ CADPROV
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       CALCULA-PROVISAO.
              COMPUTE WS-PROV-DECIMO ROUNDED = WS-SALARIO-MES / 12.
              COMPUTE WS-PROV-FERIAS ROUNDED =
                      (WS-SALARIO-MES / 12) * 4 / 3.

       ACUMULA-DEPTO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      IF PROV-DEPTO EQUAL WS-DEP-COD (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-DEPTOS EQUAL 50
                            MOVE 50 TO WS-ACHADO
                            DISPLAY "EX78 - TABELA DE DEPARTAMENTOS "
                                    "CHEIA (50) - DEPTO " PROV-DEPTO
                                    " SOMADO AO ULTIMO DA TABELA"
                     ELSE
                            ADD 1 TO WS-TOTAL-DEPTOS
                            MOVE WS-TOTAL-DEPTOS TO WS-ACHADO
                            MOVE PROV-DEPTO TO WS-DEP-COD (WS-ACHADO)
                            MOVE ZEROES TO
                                 WS-DEP-FERIAS (WS-ACHADO)
                                 WS-DEP-DECIMO (WS-ACHADO)
                     END-IF
              END-IF.
              ADD PROV-MES-FERIAS TO WS-DEP-FERIAS (WS-ACHADO).
              ADD PROV-MES-DECIMO TO WS-DEP-DECIMO (WS-ACHADO).

       PROVISIONA.
              MOVE CODIGO-SAI TO PROV-MATRICULA.
              PERFORM LOCALIZA-PROVISAO.
              IF WS-ENCONTRADO EQUAL "SIM"
                 AND PROV-COMP-PROVISAO EQUAL WS-COMPETENCIA
                     ADD 1 TO WS-CT-JA-PROVISIONADOS
                     MOVE PROV-MES-FERIAS TO WS-PROV-FERIAS
                     MOVE PROV-MES-DECIMO TO WS-PROV-DECIMO
                     MOVE "JA PROVISION." TO DET-OBS
              ELSE
                     PERFORM CALCULA-PROVISAO
                     MOVE SPACES TO DET-OBS
                     IF WS-ENCONTRADO EQUAL "NAO"
                            MOVE CODIGO-SAI TO PROV-MATRICULA
                            MOVE ZEROES TO PROV-SALDO-FERIAS
                                           PROV-SALDO-DECIMO
                                           PROV-COMP-BAIXA-13
                                           PROV-COMP-BAIXA-FER
                                           PROV-COMP-BAIXA-RES
                                           PROV-BX-13-DECIMO
                                           PROV-BX-FER-FERIAS
                                           PROV-BX-RES-FERIAS
                                           PROV-BX-RES-DECIMO
                            MOVE "NOVA PROVISAO" TO DET-OBS
                     END-IF
                     MOVE DEPTO-SAI TO PROV-DEPTO
                     MOVE WS-COMPETENCIA TO PROV-COMP-PROVISAO
                     MOVE WS-PROV-FERIAS TO PROV-MES-FERIAS
                     MOVE WS-PROV-DECIMO TO PROV-MES-DECIMO
                     ADD WS-PROV-FERIAS TO PROV-SALDO-FERIAS
                     ADD WS-PROV-DECIMO TO PROV-SALDO-DECIMO
                     IF WS-ENCONTRADO EQUAL "SIM"
                            REWRITE REG-PROV
                     ELSE
                            WRITE REG-PROV
                     END-IF
                     ADD 1 TO WS-CT-PROVISIONADOS
              END-IF.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-COMPETENCIA TO VAR-COMP.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE CODIGO-SAI TO DET-MATRICULA.
              MOVE NOME-SAI TO DET-NOME.
              MOVE WS-SALARIO-MES TO DET-SALARIO.
              MOVE WS-PROV-FERIAS TO DET-PROV-FER.
              MOVE WS-PROV-DECIMO TO DET-PROV-13.
              MOVE PROV-SALDO-FERIAS TO DET-SALDO-FER.
              MOVE PROV-SALDO-DECIMO TO DET-SALDO-13.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       PRINCIPAL.
              PERFORM LOCALIZA-SALARIO-MES.
              PERFORM PROVISIONA.
              PERFORM DETALHE-SAIDA.
              PERFORM VERIFICA-FIM.

       BAIXA-FONTE.
              MOVE SPACES TO WS-NOME-CSV.
              MOVE NOME-FONTE (WS-IND-FONTE) TO WS-NOME-CSV.
              OPEN INPUT ARQ-CSV.
              IF WS-STATUS-CSV NOT EQUAL "00"
                     DISPLAY "EX78 - FONTE "
                             FUNCTION TRIM (WS-NOME-CSV)
                             " AUSENTE NESTE CICLO - SEM BAIXA"
              ELSE
                     MOVE 0 TO WS-FIM-CSV
                     PERFORM UNTIL WS-FIM-CSV EQUAL 1
                            READ ARQ-CSV
                                   AT END MOVE 1 TO WS-FIM-CSV
                                   NOT AT END
                                   PERFORM BAIXA-LINHA-CSV
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-CSV
              END-IF.

       BAIXA-LINHA-CSV.
              MOVE SPACES TO WS-MATRICULA-TXT WS-NOME-TXT
                             WS-VALOR-TXT WS-CENTAVOS-TXT.
              UNSTRING REG-CSV DELIMITED BY ","
                       INTO WS-MATRICULA-TXT
                            WS-NOME-TXT
                            WS-VALOR-TXT
                            WS-CENTAVOS-TXT.
              IF WS-MATRICULA-TXT NOT NUMERIC
                     NEXT SENTENCE
              ELSE
                     MOVE FUNCTION NUMVAL (WS-MATRICULA-TXT)
                          TO WS-MATRICULA
                     COMPUTE WS-VALOR-PAGO =
                             FUNCTION NUMVAL (WS-VALOR-TXT)
                             + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100
                     MOVE WS-MATRICULA TO PROV-MATRICULA
                     PERFORM LOCALIZA-PROVISAO
                     MOVE ZEROES TO WS-BAIXA-FERIAS WS-BAIXA-DECIMO
                     MOVE SPACES TO BX-OBS
                     IF WS-ENCONTRADO EQUAL "NAO"
                            ADD 1 TO WS-CT-SEM-PROVISAO
                            MOVE "SEM PROVISAO" TO BX-OBS
                     ELSE
                            PERFORM APLICA-BAIXA
                     END-IF
                     PERFORM IMPRIME-BAIXA
              END-IF.

       APLICA-BAIXA.
              IF (WS-IND-FONTE EQUAL 1
                  AND PROV-COMP-BAIXA-13 EQUAL WS-COMPETENCIA)
                 OR (WS-IND-FONTE EQUAL 2
                  AND PROV-COMP-BAIXA-FER EQUAL WS-COMPETENCIA)
                 OR (WS-IND-FONTE EQUAL 3
                  AND PROV-COMP-BAIXA-RES EQUAL WS-COMPETENCIA)
                     ADD 1 TO WS-CT-JA-BAIXADOS
                     MOVE "JA BAIXADO" TO BX-OBS
                     PERFORM RECUPERA-BAIXA
              ELSE
                     MOVE WS-VALOR-PAGO TO WS-RESTO-PAGO
                     IF WS-IND-FONTE NOT EQUAL 2
                            PERFORM BAIXA-DECIMO
                     END-IF
                     IF WS-IND-FONTE NOT EQUAL 1
                            PERFORM BAIXA-FERIAS
                     END-IF
                     IF WS-IND-FONTE EQUAL 1
                            MOVE WS-COMPETENCIA TO PROV-COMP-BAIXA-13
                            MOVE WS-BAIXA-DECIMO TO PROV-BX-13-DECIMO
                     ELSE
                     IF WS-IND-FONTE EQUAL 2
                            MOVE WS-COMPETENCIA TO PROV-COMP-BAIXA-FER
                            MOVE WS-BAIXA-FERIAS TO PROV-BX-FER-FERIAS
                     ELSE
                            MOVE WS-COMPETENCIA TO PROV-COMP-BAIXA-RES
                            MOVE WS-BAIXA-FERIAS TO PROV-BX-RES-FERIAS
                            MOVE WS-BAIXA-DECIMO TO PROV-BX-RES-DECIMO
                     END-IF
                     END-IF
                     REWRITE REG-PROV
                     ADD 1 TO WS-CT-BAIXAS
              END-IF.

       RECUPERA-BAIXA.
              IF WS-IND-FONTE EQUAL 1
                     MOVE PROV-BX-13-DECIMO TO WS-BAIXA-DECIMO
              ELSE
              IF WS-IND-FONTE EQUAL 2
                     MOVE PROV-BX-FER-FERIAS TO WS-BAIXA-FERIAS
              ELSE
                     MOVE PROV-BX-RES-FERIAS TO WS-BAIXA-FERIAS
                     MOVE PROV-BX-RES-DECIMO TO WS-BAIXA-DECIMO
              END-IF
              END-IF.

       BAIXA-DECIMO.
              IF WS-RESTO-PAGO GREATER PROV-SALDO-DECIMO
                     MOVE PROV-SALDO-DECIMO TO WS-BAIXA-DECIMO
              ELSE
                     MOVE WS-RESTO-PAGO TO WS-BAIXA-DECIMO
              END-IF.
              SUBTRACT WS-BAIXA-DECIMO FROM PROV-SALDO-DECIMO.
              SUBTRACT WS-BAIXA-DECIMO FROM WS-RESTO-PAGO.

       BAIXA-FERIAS.
              IF WS-RESTO-PAGO GREATER PROV-SALDO-FERIAS
                     MOVE PROV-SALDO-FERIAS TO WS-BAIXA-FERIAS
              ELSE
                     MOVE WS-RESTO-PAGO TO WS-BAIXA-FERIAS
              END-IF.
              SUBTRACT WS-BAIXA-FERIAS FROM PROV-SALDO-FERIAS.
              SUBTRACT WS-BAIXA-FERIAS FROM WS-RESTO-PAGO.

       IMPRIME-BAIXA.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-MATRICULA TO BX-MATRICULA.
              MOVE NOME-FONTE (WS-IND-FONTE) TO BX-FONTE.
              MOVE WS-VALOR-PAGO TO BX-PAGO.
              MOVE WS-BAIXA-FERIAS TO BX-FERIAS.
              MOVE WS-BAIXA-DECIMO TO BX-DECIMO.
              WRITE REG-REL FROM LINHA-BAIXA AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       TOTALIZA-COMPETENCIA.
              MOVE ZEROES TO WS-TOTAL-PROV-FERIAS WS-TOTAL-PROV-DECIMO
                             WS-TOTAL-BAIXA-FERIAS WS-TOTAL-BAIXA-DECIMO
                             WS-TOTAL-DEPTOS.
              MOVE ZEROES TO PROV-MATRICULA.
              MOVE 0 TO WS-FIM-PROV.
              START CADPROV KEY IS NOT LESS THAN PROV-MATRICULA
                     INVALID KEY MOVE 1 TO WS-FIM-PROV
              END-START.
              PERFORM UNTIL WS-FIM-PROV EQUAL 1
                     READ CADPROV NEXT RECORD
                            AT END MOVE 1 TO WS-FIM-PROV
                            NOT AT END
                            PERFORM SOMA-PROVISAO-COMPETENCIA
                     END-READ
              END-PERFORM.

       SOMA-PROVISAO-COMPETENCIA.
              IF PROV-COMP-PROVISAO EQUAL WS-COMPETENCIA
                     ADD PROV-MES-FERIAS TO WS-TOTAL-PROV-FERIAS
                     ADD PROV-MES-DECIMO TO WS-TOTAL-PROV-DECIMO
                     PERFORM ACUMULA-DEPTO
              END-IF.
              IF PROV-COMP-BAIXA-13 EQUAL WS-COMPETENCIA
                     ADD PROV-BX-13-DECIMO TO WS-TOTAL-BAIXA-DECIMO
              END-IF.
              IF PROV-COMP-BAIXA-FER EQUAL WS-COMPETENCIA
                     ADD PROV-BX-FER-FERIAS TO WS-TOTAL-BAIXA-FERIAS
              END-IF.
              IF PROV-COMP-BAIXA-RES EQUAL WS-COMPETENCIA
                     ADD PROV-BX-RES-FERIAS TO WS-TOTAL-BAIXA-FERIAS
                     ADD PROV-BX-RES-DECIMO TO WS-TOTAL-BAIXA-DECIMO
              END-IF.

       CONFERE-E-GRAVA.
              COMPUTE WS-TOTAL-DEBITOS = WS-TOTAL-PROV-FERIAS
                      + WS-TOTAL-PROV-DECIMO
                      + WS-TOTAL-BAIXA-FERIAS
                      + WS-TOTAL-BAIXA-DECIMO.
              MOVE ZEROES TO WS-TOTAL-CREDITOS.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      ADD WS-DEP-FERIAS (WS-IND) TO WS-TOTAL-CREDITOS
                      ADD WS-DEP-DECIMO (WS-IND) TO WS-TOTAL-CREDITOS
              END-PERFORM.
              ADD WS-TOTAL-BAIXA-FERIAS TO WS-TOTAL-CREDITOS.
              ADD WS-TOTAL-BAIXA-DECIMO TO WS-TOTAL-CREDITOS.
              COMPUTE WS-SALDO = WS-TOTAL-DEBITOS
                               - WS-TOTAL-CREDITOS.
              IF WS-SALDO NOT EQUAL ZEROES
                     DISPLAY "EX78 - LOTE NAO BALANCEIA - DEBITOS "
                             WS-TOTAL-DEBITOS
                             " CREDITOS " WS-TOTAL-CREDITOS
                             " SALDO " WS-SALDO
                     DISPLAY "EX78 - EX78-LANCTOS.DAT NAO FOI "
                             "GERADO"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-LANCAMENTOS
              END-IF.

       GRAVA-LANCAMENTOS.
              OPEN OUTPUT LANCAMENTOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "H" TO LAN-CAB-TIPO.
              MOVE WS-DATA-CICLO TO LAN-CAB-CICLO.
              WRITE REG-LANCTO.
              PERFORM GRAVA-DESPESA-DEPTO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS.
              MOVE "C" TO LAN-DC.
              MOVE "PROVISAO FERIAS A PAGAR" TO LAN-CONTA.
              MOVE WS-TOTAL-PROV-FERIAS TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "C" TO LAN-DC.
              MOVE "PROVISAO 13O A PAGAR" TO LAN-CONTA.
              MOVE WS-TOTAL-PROV-DECIMO TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "D" TO LAN-DC.
              MOVE "PROVISAO FERIAS A PAGAR" TO LAN-CONTA.
              MOVE WS-TOTAL-BAIXA-FERIAS TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "C" TO LAN-DC.
              MOVE "ESTORNO DESPESA FERIAS" TO LAN-CONTA.
              MOVE WS-TOTAL-BAIXA-FERIAS TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "D" TO LAN-DC.
              MOVE "PROVISAO 13O A PAGAR" TO LAN-CONTA.
              MOVE WS-TOTAL-BAIXA-DECIMO TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "C" TO LAN-DC.
              MOVE "ESTORNO DESPESA 13O" TO LAN-CONTA.
              MOVE WS-TOTAL-BAIXA-DECIMO TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE SPACES TO REG-LANCTO.
              MOVE "T" TO LAN-TRL-TIPO.
              MOVE WS-CT-LANCTOS TO LAN-TRL-QTDE.
              MOVE WS-TOTAL-DEBITOS TO LAN-TRL-DEBITO.
              MOVE WS-TOTAL-CREDITOS TO LAN-TRL-CREDITO.
              WRITE REG-LANCTO.
              CLOSE LANCAMENTOS.
              DISPLAY "EX78 - LOTE CONTABIL DA PROVISAO "
                      WS-COMPETENCIA " GERADO COM " WS-CT-LANCTOS
                      " LANCAMENTO(S) BALANCEADOS".

       GRAVA-DESPESA-DEPTO.
              MOVE "D" TO LAN-DC.
              MOVE SPACES TO LAN-CONTA.
              STRING "DESP PROV FERIAS " WS-DEP-COD (WS-IND)
                     DELIMITED BY SIZE INTO LAN-CONTA.
              MOVE WS-DEP-FERIAS (WS-IND) TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.
              MOVE "D" TO LAN-DC.
              MOVE SPACES TO LAN-CONTA.
              STRING "DESP PROV 13O " WS-DEP-COD (WS-IND)
                     DELIMITED BY SIZE INTO LAN-CONTA.
              MOVE WS-DEP-DECIMO (WS-IND) TO LAN-VALOR.
              PERFORM GRAVA-LANCTO.

       GRAVA-LANCTO.
              IF LAN-VALOR GREATER ZEROES
                     MOVE "D" TO LAN-TIPO
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.

       IMPRIME-TOTAIS.
              MOVE "PROVISAO DO MES" TO TOT-DESCR.
              MOVE WS-TOTAL-PROV-FERIAS TO TOT-FERIAS.
              MOVE WS-TOTAL-PROV-DECIMO TO TOT-DECIMO.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE "BAIXA POR PAGAMENTO" TO TOT-DESCR.
              MOVE WS-TOTAL-BAIXA-FERIAS TO TOT-FERIAS.
              MOVE WS-TOTAL-BAIXA-DECIMO TO TOT-DECIMO.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "PROVISAO FERIAS 13O" TO CAT-NOME.
              MOVE "EX78" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-DATA-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX78-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX78 - PROVISAO DA COMPETENCIA " WS-COMPETENCIA.
              DISPLAY "FUNCIONARIOS PROVISIONADOS: "
                      WS-CT-PROVISIONADOS.
              DISPLAY "JA PROVISIONADOS NO MES   : "
                      WS-CT-JA-PROVISIONADOS.
              DISPLAY "PROVISAO FERIAS + 1/3     : "
                      WS-TOTAL-PROV-FERIAS.
              DISPLAY "PROVISAO 13O              : "
                      WS-TOTAL-PROV-DECIMO.
              DISPLAY "PAGAMENTOS BAIXADOS       : " WS-CT-BAIXAS.
              DISPLAY "PAGAMENTOS JA BAIXADOS    : " WS-CT-JA-BAIXADOS.
              DISPLAY "PAGAMENTOS SEM PROVISAO   : "
                      WS-CT-SEM-PROVISAO.
              DISPLAY "BAIXA FERIAS              : "
                      WS-TOTAL-BAIXA-FERIAS.
              DISPLAY "BAIXA 13O                 : "
                      WS-TOTAL-BAIXA-DECIMO.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM IMPRIME-TOTAIS
                     CLOSE CADSAI CADPROV RELAT
                     PERFORM REGISTRA-CATALOGO
              END-IF.
              PERFORM RESUMO-FINAL.
