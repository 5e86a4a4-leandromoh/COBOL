       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX79.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ENCARGOS PATRONAIS DA FOLHA POR DEPARTAMENTO - O
      *          CUSTO REAL DE CADA PESSOA PARA A EMPRESA, QUE EX26
      *          (SO A PARTE DO EMPREGADO) E EX44 (SO O FGTS) NAO
      *          MOSTRAM. SOBRE O BRUTO DE CADA FUNCIONARIO EM
      *          CADLIQ.DAT (SAIDA DE EX26, CABECALHO "H" IGNORADO E
      *          USADO SO PARA A DATA DO CICLO) SAO CALCULADOS A
      *          QUOTA PATRONAL DO INSS, O RAT/SAT E AS CONTRIBUICOES
      *          DE TERCEIROS. AS ALIQUOTAS VEM DA TABELA EXTERNA
      *          TABENC.DAT, NO MESMO ESPIRITO DE TABTRIB.DAT: TIPO
      *          ("P" PATRONAL, "R" RAT/SAT, "T" TERCEIROS, "F"
      *          FGTS), VIGENCIA AAAAMMDD E ALIQUOTA; VALE A VIGENCIA
      *          MAIS RECENTE QUE NAO PASSA DA DATA DO CICLO, POR
      *          TIPO, E SEM TABENC.DAT (OU SEM VIGENCIA PARA O TIPO)
      *          VALEM AS ALIQUOTAS COMPILADAS (20%, 2%, 5,8% E 8%).
      *          O FGTS SOMADO E O DEPOSITO DA GUIA EX44-FGTS.CSV DO
      *          CICLO, POR MATRICULA; SEM A GUIA (OU MATRICULA FORA
      *          DELA) O FGTS E CALCULADO PELA ALIQUOTA "F" SOBRE O
      *          BRUTO, COM AVISO. O DEPARTAMENTO VEM DE CADSAI.DAT
      *          PELA CHAVE E A DESCRICAO DE DEPTOS.DAT, COMO EM
      *          EX59. SAI O RELATORIO DE CUSTO DA MAO DE OBRA
      *          EX79-REL.DAT (UMA LINHA POR DEPARTAMENTO E O TOTAL
      *          GERAL), REGISTRADO EM REL-CATALOGO.DAT, E O LOTE
      *          CONTABIL EX79-LANCTOS.DAT NO LAYOUT H/D/T DE
      *          EX59-LANCTOS.DAT: DEBITO DE DESPESA DE ENCARGOS POR
      *          DEPARTAMENTO CONTRA INSS PATRONAL, RAT/SAT,
      *          TERCEIROS E FGTS A RECOLHER, PARA OS ENCARGOS
      *          ENTRAREM JUNTO COM OS SALARIOS. COMO EM EX59, LOTE
      *          QUE NAO BALANCEIA (OU COM MATRICULA SEM
      *          DEPARTAMENTO) NAO E GRAVADO E DEVOLVE RETURN-CODE 16.
      *          O VALOR DA GUIA VEM EDITADO COM VIRGULA DECIMAL, QUE
      *          E TAMBEM O SEPARADOR DO .CSV: A PARTE INTEIRA E OS
      *          CENTAVOS SAO LIDOS COMO DOIS CAMPOS E REMONTADOS -
      *          LIDO COMO UM CAMPO SO, OS CENTAVOS SE PERDIAM E O
      *          "FGTS A RECOLHER" NAO BATIA COM A GUIA DE EX44.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLIQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT CADSAI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT OPTIONAL ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABENC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FGTS-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FGTS.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LANCAMENTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
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

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI.DAT".

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 NOME-SAI           PIC X(20).
              02 SALARIO-REAJUSTADO PIC 9(7)V99.
              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD ARQ-DEPTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DEPTOS.DAT".

       01 REG-DEPTO.
              02 DEPTO-COD       PIC X(04).
              02 DEPTO-DESCR     PIC X(20).
              02 DEPTO-ORCAMENTO PIC 9(9)V99.
              02 DEPTO-HEADCOUNT PIC 9(05).

       FD ARQ-TABENC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABENC.DAT".

       01 REG-ENC.
              02 ENC-TIPO     PIC X(01).
              02 ENC-VIGENCIA PIC 9(08).
              02 ENC-ALIQUOTA PIC 9V9999.

       FD FGTS-CSV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX44-FGTS.CSV".

       01 REG-FGTS PIC X(50).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD LANCAMENTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX79-LANCTOS.DAT".

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
          VALUE OF FILE-ID IS "EX79-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-LIN PIC 9(02) VALUE 30.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-FGTS PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-GUIA-FGTS PIC X(03) VALUE "NAO".
       77 WS-FIM-DEPTOS PIC 9(01) VALUE 0.
       77 WS-FIM-ENC PIC 9(01) VALUE 0.
       77 WS-FIM-FGTS PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-GUIA PIC 9(04) VALUE ZEROES.
       77 WS-VIG-PATRONAL PIC 9(08) VALUE ZEROES.
       77 WS-VIG-RAT PIC 9(08) VALUE ZEROES.
       77 WS-VIG-TERCEIROS PIC 9(08) VALUE ZEROES.
       77 WS-VIG-FGTS PIC 9(08) VALUE ZEROES.
       77 WS-ALIQ-PATRONAL PIC 9V9999 VALUE 0,2000.
       77 WS-ALIQ-RAT PIC 9V9999 VALUE 0,0200.
       77 WS-ALIQ-TERCEIROS PIC 9V9999 VALUE 0,0580.
       77 WS-ALIQ-FGTS PIC 9V9999 VALUE 0,0800.
       77 WS-MATRICULA-TXT PIC X(05) VALUE SPACES.
       77 WS-NOME-TXT PIC X(20) VALUE SPACES.
       77 WS-VALOR-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-VAL-PATRONAL PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-RAT PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-TERCEIROS PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-FGTS PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-ENCARGOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-CT-FUNC PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-DEPTO PIC 9(05) VALUE ZEROES.
       77 WS-CT-FGTS-CALC PIC 9(05) VALUE ZEROES.
       77 WS-CT-LANCTOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PATRONAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-RAT PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-TERCEIROS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-FGTS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-ENCARGOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-DEBITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-SALDO PIC S9(9)V99 VALUE ZEROES.

       01 TABELA-CUSTO-DEPTO.
              02 WS-CUS OCCURS 50 TIMES.
                     03 WS-CUS-COD       PIC X(04).
                     03 WS-CUS-DESCR     PIC X(20).
                     03 WS-CUS-QTDE      PIC 9(05).
                     03 WS-CUS-BRUTO     PIC 9(9)V99.
                     03 WS-CUS-PATRONAL  PIC 9(9)V99.
                     03 WS-CUS-RAT       PIC 9(9)V99.
                     03 WS-CUS-TERCEIROS PIC 9(9)V99.
                     03 WS-CUS-FGTS      PIC 9(9)V99.
                     03 WS-CUS-ENCARGOS  PIC 9(9)V99.

       01 TABELA-GUIA-FGTS.
              02 WS-GF OCCURS 2000 TIMES.
                     03 WS-GF-MATRICULA PIC 9(05).
                     03 WS-GF-VALOR     PIC 9(7)V99.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(41)
                  VALUE "CUSTO DA MAO DE OBRA POR DEPARTAMENTO - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(35) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(05) VALUE "DEPT".
          02 FILLER PIC X(21) VALUE "DESCRICAO".
          02 FILLER PIC X(06) VALUE " FUNC".
          02 FILLER PIC X(14) VALUE "         BRUTO".
          02 FILLER PIC X(14) VALUE " INSS PATRONAL".
          02 FILLER PIC X(14) VALUE "       RAT/SAT".
          02 FILLER PIC X(14) VALUE "     TERCEIROS".
          02 FILLER PIC X(14) VALUE "          FGTS".
          02 FILLER PIC X(14) VALUE "      ENCARGOS".
          02 FILLER PIC X(14) VALUE "   CUSTO TOTAL".
          02 FILLER PIC X(02) VALUE SPACES.

       01 DETALHE.
          02 DET-DEPTO     PIC X(04).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-DESCR     PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-BRUTO     PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-PATRONAL  PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-RAT       PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-TERCEIROS PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-FGTS      PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-ENCARGOS  PIC ZZZ.ZZZ.ZZ9,99.
          02 DET-CUSTO     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA79.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM CONFERE-E-GRAVA
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM CARREGA-DEPTOS.
              OPEN INPUT CADLIQ CADSAI.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
                     DISPLAY "EX79 - ERRO AO ABRIR CADLIQ - FILE "
                             "STATUS " WS-STATUS-CADLIQ
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX79 - ERRO AO ABRIR CADSAI - FILE "
                             "STATUS " WS-STATUS-CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     IF WS-LOTE-DATA EQUAL SPACES
                            MOVE FUNCTION CURRENT-DATE (1:8)
                                 TO WS-CICLO
                     ELSE
                            MOVE WS-LOTE-DATA TO WS-CICLO
                     END-IF
                     PERFORM VERIFICA-FIM
                     PERFORM CARREGA-TABENC
                     PERFORM CARREGA-GUIA-FGTS
              END-IF
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

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              PERFORM UNTIL WS-FIM-DEPTOS EQUAL 1
                     READ ARQ-DEPTOS
                            AT END MOVE 1 TO WS-FIM-DEPTOS
                            NOT AT END
                            PERFORM GUARDA-DEPTO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-DEPTOS.

       GUARDA-DEPTO.
              IF WS-TOTAL-DEPTOS EQUAL 50
                     DISPLAY "EX79 - TABELA DE DEPARTAMENTOS CHEIA "
                             "(50) - DEPTO IGNORADO: " DEPTO-COD
              ELSE
                     ADD 1 TO WS-TOTAL-DEPTOS
                     MOVE DEPTO-COD TO WS-CUS-COD (WS-TOTAL-DEPTOS)
                     MOVE DEPTO-DESCR TO
                          WS-CUS-DESCR (WS-TOTAL-DEPTOS)
                     PERFORM ZERA-CUSTO-DEPTO
              END-IF.

       ZERA-CUSTO-DEPTO.
              MOVE ZEROES TO WS-CUS-QTDE (WS-TOTAL-DEPTOS)
                             WS-CUS-BRUTO (WS-TOTAL-DEPTOS)
                             WS-CUS-PATRONAL (WS-TOTAL-DEPTOS)
                             WS-CUS-RAT (WS-TOTAL-DEPTOS)
                             WS-CUS-TERCEIROS (WS-TOTAL-DEPTOS)
                             WS-CUS-FGTS (WS-TOTAL-DEPTOS)
                             WS-CUS-ENCARGOS (WS-TOTAL-DEPTOS).

       CARREGA-TABENC.
              OPEN INPUT ARQ-TABENC.
              PERFORM UNTIL WS-FIM-ENC EQUAL 1
                     READ ARQ-TABENC
                            AT END MOVE 1 TO WS-FIM-ENC
                            NOT AT END
                            PERFORM ESCOLHE-ALIQUOTA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABENC.
              IF WS-VIG-PATRONAL EQUAL ZEROES
                 AND WS-VIG-RAT EQUAL ZEROES
                 AND WS-VIG-TERCEIROS EQUAL ZEROES
                 AND WS-VIG-FGTS EQUAL ZEROES
                     DISPLAY "EX79 - AVISO: TABENC.DAT AUSENTE OU "
                             "SEM VIGENCIA ATE " WS-CICLO
                             " - VALEM AS ALIQUOTAS COMPILADAS"
              END-IF.

       ESCOLHE-ALIQUOTA.
              IF ENC-VIGENCIA NOT GREATER WS-CICLO
                     IF ENC-TIPO EQUAL "P"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-PATRONAL
                            MOVE ENC-VIGENCIA TO WS-VIG-PATRONAL
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-PATRONAL
                     END-IF
                     IF ENC-TIPO EQUAL "R"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-RAT
                            MOVE ENC-VIGENCIA TO WS-VIG-RAT
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-RAT
                     END-IF
                     IF ENC-TIPO EQUAL "T"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-TERCEIROS
                            MOVE ENC-VIGENCIA TO WS-VIG-TERCEIROS
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-TERCEIROS
                     END-IF
                     IF ENC-TIPO EQUAL "F"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-FGTS
                            MOVE ENC-VIGENCIA TO WS-VIG-FGTS
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-FGTS
                     END-IF
              END-IF.

       CARREGA-GUIA-FGTS.
              OPEN INPUT FGTS-CSV.
              IF WS-STATUS-FGTS NOT EQUAL "00"
                     DISPLAY "EX79 - AVISO: EX44-FGTS.CSV AUSENTE - "
                             "FGTS CALCULADO SOBRE O BRUTO"
              ELSE
                     MOVE "SIM" TO WS-GUIA-FGTS
                     PERFORM UNTIL WS-FIM-FGTS EQUAL 1
                            READ FGTS-CSV
                                   AT END MOVE 1 TO WS-FIM-FGTS
                                   NOT AT END
                                   PERFORM GUARDA-DEPOSITO
                            END-READ
                     END-PERFORM
                     CLOSE FGTS-CSV
              END-IF.

       GUARDA-DEPOSITO.
              MOVE SPACES TO WS-MATRICULA-TXT WS-NOME-TXT
                             WS-VALOR-TXT WS-CENTAVOS-TXT.
              UNSTRING REG-FGTS DELIMITED BY ","
                       INTO WS-MATRICULA-TXT
                            WS-NOME-TXT
                            WS-VALOR-TXT
                            WS-CENTAVOS-TXT.
              IF WS-MATRICULA-TXT NOT NUMERIC
                     NEXT SENTENCE
              ELSE
              IF WS-TOTAL-GUIA EQUAL 2000
                     DISPLAY "EX79 - TABELA DA GUIA DE FGTS CHEIA "
                             "(2000) - MATRICULA " WS-MATRICULA-TXT
                             " SERA CALCULADA"
              ELSE
                     ADD 1 TO WS-TOTAL-GUIA
                     MOVE WS-MATRICULA-TXT TO
                          WS-GF-MATRICULA (WS-TOTAL-GUIA)
                     COMPUTE WS-GF-VALOR (WS-TOTAL-GUIA) =
                             FUNCTION NUMVAL (WS-VALOR-TXT)
                             + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100
              END-IF
              END-IF.

       VERIFICA-FIM.
              PERFORM LE-CADLIQ.
              PERFORM TRATA-CABECALHO
                      UNTIL FIM-ARQ EQUAL 1
                      OR REG-LIQ (1:1) NOT EQUAL "H".

       LE-CADLIQ.
              READ CADLIQ AT END MOVE 1 TO FIM-ARQ.

       TRATA-CABECALHO.
              IF CAB-DATA-LOTE IS NUMERIC
                     MOVE CAB-DATA-LOTE TO WS-CICLO
              END-IF.
              PERFORM LE-CADLIQ.

       LOCALIZA-DEPTO.
              MOVE CODIGO-LIQ TO CODIGO-SAI.
              READ CADSAI
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.
              MOVE ZEROES TO WS-ACHADO.
              IF WS-ENCONTRADO EQUAL "SIM"
                     PERFORM VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                             IF DEPTO-SAI EQUAL WS-CUS-COD (WS-IND)
                                    MOVE WS-IND TO WS-ACHADO
                             END-IF
                     END-PERFORM
                     IF WS-ACHADO EQUAL ZEROES
                        AND WS-TOTAL-DEPTOS LESS 50
                            ADD 1 TO WS-TOTAL-DEPTOS
                            MOVE WS-TOTAL-DEPTOS TO WS-ACHADO
                            MOVE DEPTO-SAI TO
                                 WS-CUS-COD (WS-ACHADO)
                            MOVE "SEM DESCRICAO" TO
                                 WS-CUS-DESCR (WS-ACHADO)
                            PERFORM ZERA-CUSTO-DEPTO
                     END-IF
              END-IF.

       LOCALIZA-FGTS.
              MOVE "NAO" TO WS-ENCONTRADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-GUIA
                      OR WS-ENCONTRADO EQUAL "SIM"
                      IF WS-GF-MATRICULA (WS-IND) EQUAL CODIGO-LIQ
                             MOVE "SIM" TO WS-ENCONTRADO
                             MOVE WS-GF-VALOR (WS-IND) TO WS-VAL-FGTS
                      END-IF
              END-PERFORM.
              IF WS-ENCONTRADO EQUAL "NAO"
                     COMPUTE WS-VAL-FGTS ROUNDED =
                             BRUTO-LIQ * WS-ALIQ-FGTS
                     ADD 1 TO WS-CT-FGTS-CALC
                     IF WS-GUIA-FGTS EQUAL "SIM"
                            DISPLAY "EX79 - AVISO: MATRICULA "
                                    CODIGO-LIQ " FORA DE "
                                    "EX44-FGTS.CSV - FGTS CALCULADO"
                     END-IF
              END-IF.

       CALCULA-ENCARGOS.
              COMPUTE WS-VAL-PATRONAL ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-PATRONAL.
              COMPUTE WS-VAL-RAT ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-RAT.
              COMPUTE WS-VAL-TERCEIROS ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-TERCEIROS.
              PERFORM LOCALIZA-FGTS.
              COMPUTE WS-VAL-ENCARGOS = WS-VAL-PATRONAL
                      + WS-VAL-RAT + WS-VAL-TERCEIROS
                      + WS-VAL-FGTS.

       PRINCIPAL.
              ADD 1 TO WS-CT-FUNC.
              PERFORM CALCULA-ENCARGOS.
              ADD BRUTO-LIQ TO WS-TOTAL-BRUTO.
              ADD WS-VAL-PATRONAL TO WS-TOTAL-PATRONAL.
              ADD WS-VAL-RAT TO WS-TOTAL-RAT.
              ADD WS-VAL-TERCEIROS TO WS-TOTAL-TERCEIROS.
              ADD WS-VAL-FGTS TO WS-TOTAL-FGTS.
              ADD WS-VAL-ENCARGOS TO WS-TOTAL-ENCARGOS.
              PERFORM LOCALIZA-DEPTO.
              IF WS-ACHADO GREATER ZEROES
                     ADD 1 TO WS-CUS-QTDE (WS-ACHADO)
                     ADD BRUTO-LIQ TO WS-CUS-BRUTO (WS-ACHADO)
                     ADD WS-VAL-PATRONAL TO
                         WS-CUS-PATRONAL (WS-ACHADO)
                     ADD WS-VAL-RAT TO WS-CUS-RAT (WS-ACHADO)
                     ADD WS-VAL-TERCEIROS TO
                         WS-CUS-TERCEIROS (WS-ACHADO)
                     ADD WS-VAL-FGTS TO WS-CUS-FGTS (WS-ACHADO)
                     ADD WS-VAL-ENCARGOS TO
                         WS-CUS-ENCARGOS (WS-ACHADO)
              ELSE
                     ADD 1 TO WS-CT-SEM-DEPTO
                     DISPLAY "EX79 - MATRICULA " CODIGO-LIQ
                             " SEM DEPARTAMENTO EM CADSAI - LOTE "
                             "NAO PODE FECHAR"
              END-IF.
              PERFORM VERIFICA-FIM.

       CONFERE-E-GRAVA.
              MOVE ZEROES TO WS-TOTAL-DEBITOS.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      ADD WS-CUS-ENCARGOS (WS-IND) TO
                          WS-TOTAL-DEBITOS
              END-PERFORM.
              COMPUTE WS-TOTAL-CREDITOS = WS-TOTAL-PATRONAL
                      + WS-TOTAL-RAT + WS-TOTAL-TERCEIROS
                      + WS-TOTAL-FGTS.
              COMPUTE WS-SALDO = WS-TOTAL-DEBITOS
                               - WS-TOTAL-CREDITOS.
              IF WS-SALDO NOT EQUAL ZEROES
                 OR WS-CT-SEM-DEPTO GREATER ZEROES
                     DISPLAY "EX79 - LOTE NAO BALANCEIA - DEBITOS "
                             WS-TOTAL-DEBITOS
                             " CREDITOS " WS-TOTAL-CREDITOS
                             " SALDO " WS-SALDO
                     DISPLAY "EX79 - EX79-LANCTOS.DAT NAO FOI "
                             "GERADO"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-LANCAMENTOS
              END-IF.

       GRAVA-LANCAMENTOS.
              OPEN OUTPUT LANCAMENTOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "H" TO LAN-CAB-TIPO.
              MOVE WS-CICLO TO LAN-CAB-CICLO.
              WRITE REG-LANCTO.
              PERFORM GRAVA-DEBITO-DEPTO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS.
              MOVE "INSS PATRONAL A RECOLHER" TO LAN-CONTA.
              MOVE WS-TOTAL-PATRONAL TO LAN-VALOR.
              PERFORM GRAVA-CREDITO.
              MOVE "RAT/SAT A RECOLHER" TO LAN-CONTA.
              MOVE WS-TOTAL-RAT TO LAN-VALOR.
              PERFORM GRAVA-CREDITO.
              MOVE "TERCEIROS A RECOLHER" TO LAN-CONTA.
              MOVE WS-TOTAL-TERCEIROS TO LAN-VALOR.
              PERFORM GRAVA-CREDITO.
              MOVE "FGTS A RECOLHER" TO LAN-CONTA.
              MOVE WS-TOTAL-FGTS TO LAN-VALOR.
              PERFORM GRAVA-CREDITO.
              MOVE SPACES TO REG-LANCTO.
              MOVE "T" TO LAN-TRL-TIPO.
              MOVE WS-CT-LANCTOS TO LAN-TRL-QTDE.
              MOVE WS-TOTAL-DEBITOS TO LAN-TRL-DEBITO.
              MOVE WS-TOTAL-CREDITOS TO LAN-TRL-CREDITO.
              WRITE REG-LANCTO.
              CLOSE LANCAMENTOS.
              DISPLAY "EX79 - LOTE CONTABIL DE ENCARGOS DO CICLO "
                      WS-CICLO " GERADO COM " WS-CT-LANCTOS
                      " LANCAMENTO(S) BALANCEADOS".

       GRAVA-DEBITO-DEPTO.
              IF WS-CUS-ENCARGOS (WS-IND) GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
                     MOVE "D" TO LAN-DC
                     STRING "DESPESA ENCARGOS "
                            WS-CUS-COD (WS-IND)
                            " " WS-CUS-DESCR (WS-IND) (1:8)
                            DELIMITED BY SIZE INTO LAN-CONTA
                     MOVE WS-CUS-ENCARGOS (WS-IND) TO LAN-VALOR
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.

       GRAVA-CREDITO.
              IF LAN-VALOR GREATER ZEROES
                     MOVE "D" TO LAN-TIPO
                     MOVE "C" TO LAN-DC
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (7:2) TO VAR-CICLO (1:2).
              MOVE WS-CICLO (5:2) TO VAR-CICLO (4:2).
              MOVE WS-CICLO (1:4) TO VAR-CICLO (7:4).
              MOVE "/" TO VAR-CICLO (3:1) VAR-CICLO (6:1).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-DEPTO.
              IF WS-CUS-QTDE (WS-IND) GREATER ZEROES
                     IF CT-LIN GREATER 29
                            PERFORM CABECALHO-SAIDA
                     END-IF
                     MOVE WS-CUS-COD (WS-IND) TO DET-DEPTO
                     MOVE WS-CUS-DESCR (WS-IND) TO DET-DESCR
                     MOVE WS-CUS-QTDE (WS-IND) TO DET-QTDE
                     MOVE WS-CUS-BRUTO (WS-IND) TO DET-BRUTO
                     MOVE WS-CUS-PATRONAL (WS-IND) TO DET-PATRONAL
                     MOVE WS-CUS-RAT (WS-IND) TO DET-RAT
                     MOVE WS-CUS-TERCEIROS (WS-IND) TO DET-TERCEIROS
                     MOVE WS-CUS-FGTS (WS-IND) TO DET-FGTS
                     MOVE WS-CUS-ENCARGOS (WS-IND) TO DET-ENCARGOS
                     COMPUTE DET-CUSTO = WS-CUS-BRUTO (WS-IND)
                             + WS-CUS-ENCARGOS (WS-IND)
                     WRITE REG-REL FROM DETALHE
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.

       IMPRIME-RELATORIO.
              OPEN OUTPUT RELAT.
              PERFORM CABECALHO-SAIDA.
              PERFORM IMPRIME-DEPTO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS.
              MOVE "TOTAL" TO DET-DEPTO.
              MOVE "GERAL DA EMPRESA" TO DET-DESCR.
              MOVE WS-CT-FUNC TO DET-QTDE.
              MOVE WS-TOTAL-BRUTO TO DET-BRUTO.
              MOVE WS-TOTAL-PATRONAL TO DET-PATRONAL.
              MOVE WS-TOTAL-RAT TO DET-RAT.
              MOVE WS-TOTAL-TERCEIROS TO DET-TERCEIROS.
              MOVE WS-TOTAL-FGTS TO DET-FGTS.
              MOVE WS-TOTAL-ENCARGOS TO DET-ENCARGOS.
              COMPUTE DET-CUSTO = WS-TOTAL-BRUTO + WS-TOTAL-ENCARGOS.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 2 LINES.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "ENCARGOS PATRONAIS" TO CAT-NOME.
              MOVE "EX79" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX79-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX79 - ENCARGOS PATRONAIS DO CICLO " WS-CICLO.
              DISPLAY "FUNCIONARIOS LIDOS  : " WS-CT-FUNC.
              DISPLAY "FGTS CALCULADO      : " WS-CT-FGTS-CALC.
              DISPLAY "TOTAL BRUTO         : " WS-TOTAL-BRUTO.
              DISPLAY "INSS PATRONAL       : " WS-TOTAL-PATRONAL.
              DISPLAY "RAT/SAT             : " WS-TOTAL-RAT.
              DISPLAY "TERCEIROS           : " WS-TOTAL-TERCEIROS.
              DISPLAY "FGTS                : " WS-TOTAL-FGTS.
              DISPLAY "TOTAL DE ENCARGOS   : " WS-TOTAL-ENCARGOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADLIQ CADSAI
                     PERFORM IMPRIME-RELATORIO
              END-IF.
              PERFORM RESUMO-FINAL.
