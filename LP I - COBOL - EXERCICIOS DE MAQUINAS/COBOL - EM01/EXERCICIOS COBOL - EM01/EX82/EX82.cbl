       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX82.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  GUIAS DE RECOLHIMENTO DA COMPETENCIA - GPS DO INSS
      *          E DARF DO IRRF. EX60 DECLARA O INSS E EX26 RETEM O
      *          IRRF, MAS AS GUIAS DE PAGAMENTO NAO ERAM GERADAS. DE
      *          CADLIQ.DAT (SAIDA DE EX26, CABECALHO "H" USADO SO
      *          PARA A DATA DO CICLO) SAO SOMADOS O INSS DESCONTADO
      *          DOS EMPREGADOS E O IRRF RETIDO; A PARTE DO EMPREGADOR
      *          (PATRONAL, RAT/SAT E TERCEIROS) E CALCULADA SOBRE O
      *          BRUTO COM AS ALIQUOTAS DE TABENC.DAT, PELA MESMA
      *          REGRA DE VIGENCIA E COM OS MESMOS VALORES COMPILADOS
      *          DE EX79, E ENTRA NA GPS JUNTO COM A DOS EMPREGADOS.
      *          OS DOIS TRIBUTOS VENCEM NO DIA 20 DO MES SEGUINTE AO
      *          DA COMPETENCIA; SE O DIA 20 CAIR EM SABADO, DOMINGO
      *          OU FERIADO (FERIADOS.DAT, NACIONAL OU DA FILIAL DO
      *          LOTE, DIA DA SEMANA POR DATSRV) O VENCIMENTO E
      *          ANTECIPADO PARA O DIA UTIL ANTERIOR, COMO MANDA A
      *          LEI PARA GPS E DARF; A REGRA FICA NA TABELA DE GUIAS
      *          ("A" ANTECIPA, "P" PRORROGA) PARA UM TRIBUTO QUE
      *          PASSE A PRORROGAR. A DATA DE EMISSAO E A DE HOJE OU
      *          A DE PARM-EX82.DAT (OPCIONAL, PARA REEMISSAO). GUIA
      *          EMITIDA DEPOIS DO VENCIMENTO LEVA MULTA DE MORA DE
      *          0,33% AO DIA DE ATRASO, LIMITADA A 20%, E JUROS
      *          SELIC: SOMA DAS TAXAS MENSAIS DE TABSELIC.DAT
      *          (MES AAAAMM E TAXA) DO MES SEGUINTE AO VENCIMENTO
      *          ATE O ANTERIOR AO DA EMISSAO, MAIS 1% NO MES DA
      *          EMISSAO; MES AUSENTE DA TABELA USA 1% COM AVISO. SAI
      *          UMA GUIA POR TRIBUTO EM EX82-GUIAS.DAT E O REGISTRO
      *          DE GUIAS EX82-REL.DAT, CATALOGADO EM
      *          REL-CATALOGO.DAT. TRIBUTO SEM VALOR NA COMPETENCIA
      *          NAO GERA GUIA. OS RECIBOS DE AUTONOMO DA COMPETENCIA
      *          (LIVRO CADRPA.DAT DE EX124, DA FILIAL DO LOTE) ENTRAM
      *          NA GPS COM O INSS RETIDO DOS AUTONOMOS E A PARTE
      *          PATRONAL (SO A ALIQUOTA PATRONAL, SEM RAT/SAT NEM
      *          TERCEIROS) SOBRE O BRUTO DOS RPA, E O IRRF RETIDO
      *          DELES SAI EM DARF PROPRIA, CODIGO 0588 (TRABALHO
      *          SEM VINCULO EMPREGATICIO). SEM O LIVRO AS GUIAS
      *          SAEM SO COM A FOLHA. TERMINA COM GOBACK PARA PODER SER
      *          AGENDADO COMO PASSO DA CADEIA DE EX10.

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
       SELECT OPTIONAL ARQ-TABENC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SELIC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GUIAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT LIVRO-RPA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIVRO.

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

       FD ARQ-TABENC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABENC.DAT".

       01 REG-ENC.
              02 ENC-TIPO     PIC X(01).
              02 ENC-VIGENCIA PIC 9(08).
              02 ENC-ALIQUOTA PIC 9V9999.

       FD ARQ-SELIC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABSELIC.DAT".

       01 REG-SELIC.
              02 SEL-MES  PIC 9(06).
              02 SEL-TAXA PIC 9V9999.

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
          VALUE       OF FILE-ID       IS        "PARM-EX82.DAT".

       01 REG-PARM.
              02 PARM-EMISSAO PIC X(08).

       FD GUIAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX82-GUIAS.DAT".

       01 REG-GUIA.
              02 GUI-TIPO        PIC X(04).
              02 GUI-CODIGO      PIC X(04).
              02 GUI-FILIAL      PIC X(04).
              02 GUI-COMPETENCIA PIC 9(06).
              02 GUI-VENCIMENTO  PIC 9(08).
              02 GUI-EMISSAO     PIC 9(08).
              02 GUI-DIAS-ATRASO PIC 9(04).
              02 GUI-PRINCIPAL   PIC 9(9)V99.
              02 GUI-MULTA       PIC 9(9)V99.
              02 GUI-JUROS       PIC 9(9)V99.
              02 GUI-TOTAL       PIC 9(9)V99.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX82-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       FD LIVRO-RPA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADRPA.DAT".

       01 REG-RPA.
              COPY CADRPA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-LIVRO PIC X(02).
       77 WS-FIM-LIVRO PIC 9(01) VALUE 0.
       77 WS-CT-RPA PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BRUTO-AUT PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS-AUT PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PATRONAL-AUT PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF-AUT PIC 9(9)V99 VALUE ZEROES.
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-FIM-ENC PIC 9(01) VALUE 0.
       77 WS-FIM-SELIC PIC 9(01) VALUE 0.
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-EMISSAO PIC 9(08) VALUE ZEROES.
       77 WS-IND PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-IND-GUIA PIC 9(01) VALUE ZEROES.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-SELIC PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-VOLTAS PIC 9(03) VALUE ZEROES.
       77 WS-DATA-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-EMISSAO-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-VIG-PATRONAL PIC 9(08) VALUE ZEROES.
       77 WS-VIG-RAT PIC 9(08) VALUE ZEROES.
       77 WS-VIG-TERCEIROS PIC 9(08) VALUE ZEROES.
       77 WS-ALIQ-PATRONAL PIC 9V9999 VALUE 0,2000.
       77 WS-ALIQ-RAT PIC 9V9999 VALUE 0,0200.
       77 WS-ALIQ-TERCEIROS PIC 9V9999 VALUE 0,0580.
       77 WS-SELIC-PADRAO PIC 9V9999 VALUE 0,0100.
       77 WS-MULTA-DIA PIC 9V9999 VALUE 0,0033.
       77 WS-MULTA-LIMITE PIC 9V9999 VALUE 0,2000.
       77 WS-PERC-MULTA PIC 9(03)V9999 VALUE ZEROES.
       77 WS-PERC-JUROS PIC 9(03)V9999 VALUE ZEROES.
       77 WS-DIAS-ATRASO PIC 9(04) VALUE ZEROES.
       77 WS-VAL-PATRONAL PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-RAT PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-TERCEIROS PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-FUNC PIC 9(05) VALUE ZEROES.
       77 WS-CT-GUIAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ATRASO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS-SEG PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PATRONAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-RAT PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-TERCEIROS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-RECOLHER PIC 9(9)V99 VALUE ZEROES.

       01 WS-VENCIMENTO.
              02 WS-VENC-ANO PIC 9(04).
              02 WS-VENC-MES PIC 9(02).
              02 WS-VENC-DIA PIC 9(02).

       01 WS-VENCIMENTO-N REDEFINES WS-VENCIMENTO PIC 9(08).

       01 WS-MES-AUX.
              02 WS-MES-AUX-ANO PIC 9(04).
              02 WS-MES-AUX-MES PIC 9(02).

       01 WS-MES-AUX-N REDEFINES WS-MES-AUX PIC 9(06).

       01 TABELA-GUIAS.
              02 WS-GUI OCCURS 3 TIMES.
                     03 WS-GUI-TIPO      PIC X(04).
                     03 WS-GUI-CODIGO    PIC X(04).
                     03 WS-GUI-REGRA     PIC X(01).
                     03 WS-GUI-DESCR     PIC X(20).
                     03 WS-GUI-PRINCIPAL PIC 9(9)V99.

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 TABELA-SELIC.
              02 WS-SEL OCCURS 240 TIMES.
                     03 WS-SEL-MES  PIC 9(06).
                     03 WS-SEL-TAXA PIC 9V9999.

       01 DATSRV-AREA.
              COPY DATSRV.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(36)
                  VALUE "REGISTRO DE GUIAS DE RECOLHIMENTO - ".
          02 FILLER     PIC X(12) VALUE "COMPETENCIA ".
          02 VAR-COMP   PIC 99/9999.
          02 FILLER     PIC X(11) VALUE "  EMISSAO ".
          02 VAR-EMISSAO PIC 99/99/9999.
          02 FILLER     PIC X(16) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(05) VALUE "GUIA".
          02 FILLER PIC X(05) VALUE "COD".
          02 FILLER PIC X(21) VALUE "TRIBUTO".
          02 FILLER PIC X(11) VALUE "VENCIMENTO".
          02 FILLER PIC X(07) VALUE " ATRASO".
          02 FILLER PIC X(15) VALUE "      PRINCIPAL".
          02 FILLER PIC X(15) VALUE "          MULTA".
          02 FILLER PIC X(15) VALUE "          JUROS".
          02 FILLER PIC X(15) VALUE "  TOTAL A PAGAR".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(21) VALUE "SITUACAO".

       01 DETALHE.
          02 DET-TIPO      PIC X(04).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-CODIGO    PIC X(04).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-DESCR     PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-VENC      PIC 99/99/9999.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-DIAS      PIC ZZZ9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-PRINCIPAL PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-MULTA     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-JUROS     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-SITUACAO  PIC X(21).
          02 FILLER        PIC X(01) VALUE SPACES.

       01 LINHA-COMP-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "COMPOSICAO DA GPS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-COMPOSICAO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 COM-DESCR     PIC X(30).
          02 FILLER        PIC X(08) VALUE SPACES.
          02 COM-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA82.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM EMITE-GUIAS
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-EMISSAO.
              PERFORM CARREGA-FERIADOS.
              PERFORM CARREGA-SELIC.
              OPEN INPUT CADLIQ.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
                     DISPLAY "EX82 - ERRO AO ABRIR CADLIQ - FILE "
                             "STATUS " WS-STATUS-CADLIQ
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
                     PERFORM CARREGA-TABELA-GUIAS
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

       LE-PARAMETRO-EMISSAO.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EMISSAO.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PARM-EMISSAO IS NUMERIC
                            MOVE PARM-EMISSAO TO WS-EMISSAO
                     END-IF.
              CLOSE ARQ-PARM.

       CARREGA-FERIADOS.
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
                     DISPLAY "EX82 - ATENCAO: FERIADOS.DAT AUSENTE OU "
                             "VAZIO - FERIADO NAO SERA CONSIDERADO"
              END-IF.

       GUARDA-FERIADO.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX82 - TABELA DE FERIADOS CHEIA (100) - "
                             "FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
              END-IF.

       CARREGA-SELIC.
              OPEN INPUT ARQ-SELIC.
              PERFORM UNTIL WS-FIM-SELIC EQUAL 1
                     READ ARQ-SELIC
                            AT END MOVE 1 TO WS-FIM-SELIC
                            NOT AT END
                            PERFORM GUARDA-SELIC
                     END-READ
              END-PERFORM.
              CLOSE ARQ-SELIC.

       GUARDA-SELIC.
              IF WS-TOTAL-SELIC EQUAL 240
                     DISPLAY "EX82 - TABELA SELIC CHEIA (240) - "
                             "MES IGNORADO: " SEL-MES
              ELSE
                     ADD 1 TO WS-TOTAL-SELIC
                     MOVE SEL-MES TO WS-SEL-MES (WS-TOTAL-SELIC)
                     MOVE SEL-TAXA TO WS-SEL-TAXA (WS-TOTAL-SELIC)
              END-IF.

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
                     DISPLAY "EX82 - AVISO: TABENC.DAT AUSENTE OU "
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
              END-IF.

       CARREGA-TABELA-GUIAS.
              MOVE "GPS " TO WS-GUI-TIPO (1).
              MOVE "2100" TO WS-GUI-CODIGO (1).
              MOVE "A" TO WS-GUI-REGRA (1).
              MOVE "INSS EMPRESA" TO WS-GUI-DESCR (1).
              MOVE "DARF" TO WS-GUI-TIPO (2).
              MOVE "0561" TO WS-GUI-CODIGO (2).
              MOVE "A" TO WS-GUI-REGRA (2).
              MOVE "IRRF TRABALHO ASSAL." TO WS-GUI-DESCR (2).
              MOVE "DARF" TO WS-GUI-TIPO (3).
              MOVE "0588" TO WS-GUI-CODIGO (3).
              MOVE "A" TO WS-GUI-REGRA (3).
              MOVE "IRRF TRAB. S/ VINCULO" TO WS-GUI-DESCR (3).

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

       PRINCIPAL.
              ADD 1 TO WS-CT-FUNC.
              COMPUTE WS-VAL-PATRONAL ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-PATRONAL.
              COMPUTE WS-VAL-RAT ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-RAT.
              COMPUTE WS-VAL-TERCEIROS ROUNDED =
                      BRUTO-LIQ * WS-ALIQ-TERCEIROS.
              ADD BRUTO-LIQ TO WS-TOTAL-BRUTO.
              ADD INSS-LIQ TO WS-TOTAL-INSS-SEG.
              ADD IRRF-LIQ TO WS-TOTAL-IRRF.
              ADD WS-VAL-PATRONAL TO WS-TOTAL-PATRONAL.
              ADD WS-VAL-RAT TO WS-TOTAL-RAT.
              ADD WS-VAL-TERCEIROS TO WS-TOTAL-TERCEIROS.
              PERFORM VERIFICA-FIM.

       EMITE-GUIAS.
              PERFORM SOMA-AUTONOMOS.
              COMPUTE WS-GUI-PRINCIPAL (1) = WS-TOTAL-INSS-SEG
                      + WS-TOTAL-PATRONAL + WS-TOTAL-RAT
                      + WS-TOTAL-TERCEIROS + WS-TOTAL-INSS-AUT
                      + WS-TOTAL-PATRONAL-AUT.
              MOVE WS-TOTAL-IRRF TO WS-GUI-PRINCIPAL (2).
              MOVE WS-TOTAL-IRRF-AUT TO WS-GUI-PRINCIPAL (3).
              OPEN OUTPUT GUIAS.
              OPEN OUTPUT RELAT.
              PERFORM CABECALHO-SAIDA.
              PERFORM GERA-GUIA
                      VARYING WS-IND-GUIA FROM 1 BY 1
                      UNTIL WS-IND-GUIA GREATER 3.
              PERFORM IMPRIME-COMPOSICAO.
              CLOSE GUIAS.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       SOMA-AUTONOMOS.
              OPEN INPUT LIVRO-RPA.
              IF WS-STATUS-LIVRO EQUAL "00"
                     PERFORM UNTIL WS-FIM-LIVRO EQUAL 1
                            READ LIVRO-RPA
                                   AT END MOVE 1 TO WS-FIM-LIVRO
                                   NOT AT END
                                   PERFORM ACUMULA-AUTONOMO
                            END-READ
                     END-PERFORM
                     CLOSE LIVRO-RPA
              END-IF.
              COMPUTE WS-TOTAL-PATRONAL-AUT ROUNDED =
                      WS-TOTAL-BRUTO-AUT * WS-ALIQ-PATRONAL.

       ACUMULA-AUTONOMO.
              IF RPA-COMPETENCIA EQUAL WS-CICLO (1:6)
                 AND (WS-LOTE-FILIAL EQUAL SPACES
                      OR RPA-FILIAL EQUAL WS-LOTE-FILIAL)
                     ADD 1 TO WS-CT-RPA
                     ADD RPA-BRUTO TO WS-TOTAL-BRUTO-AUT
                     ADD RPA-INSS TO WS-TOTAL-INSS-AUT
                     ADD RPA-IRRF TO WS-TOTAL-IRRF-AUT
              END-IF.

       GERA-GUIA.
              IF WS-GUI-PRINCIPAL (WS-IND-GUIA) EQUAL ZEROES
                     DISPLAY "EX82 - AVISO: " WS-GUI-TIPO (WS-IND-GUIA)
                             " SEM VALOR NA COMPETENCIA "
                             WS-CICLO (1:6) " - GUIA NAO EMITIDA"
              ELSE
                     PERFORM CALCULA-VENCIMENTO
                     PERFORM CALCULA-ATRASO
                     PERFORM GRAVA-GUIA
                     PERFORM IMPRIME-GUIA
              END-IF.

       CALCULA-VENCIMENTO.
              MOVE WS-CICLO (1:4) TO WS-VENC-ANO.
              MOVE WS-CICLO (5:2) TO WS-VENC-MES.
              IF WS-VENC-MES EQUAL 12
                     ADD 1 TO WS-VENC-ANO
                     MOVE 1 TO WS-VENC-MES
              ELSE
                     ADD 1 TO WS-VENC-MES
              END-IF.
              MOVE 20 TO WS-VENC-DIA.
              COMPUTE WS-DATA-INTEIRO =
                      FUNCTION INTEGER-OF-DATE (WS-VENCIMENTO-N).
              MOVE ZEROES TO WS-VOLTAS.
              PERFORM VERIFICA-DIA-UTIL.
              PERFORM AJUSTA-VENCIMENTO
                      UNTIL WS-E-UTIL EQUAL "SIM"
                      OR WS-VOLTAS GREATER 030.

       AJUSTA-VENCIMENTO.
              IF WS-GUI-REGRA (WS-IND-GUIA) EQUAL "P"
                     ADD 1 TO WS-DATA-INTEIRO
              ELSE
                     SUBTRACT 1 FROM WS-DATA-INTEIRO
              END-IF.
              ADD 1 TO WS-VOLTAS.
              COMPUTE WS-VENCIMENTO-N = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INTEIRO).
              PERFORM VERIFICA-DIA-UTIL.

       VERIFICA-DIA-UTIL.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-VENC-DIA TO DAT-DIA.
              MOVE WS-VENC-MES TO DAT-MES.
              MOVE WS-VENC-ANO TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              PERFORM VERIFICA-FERIADO.
              IF DAT-DIA-SEMANA-IND EQUAL 1
                 OR DAT-DIA-SEMANA-IND EQUAL 2
                 OR WS-E-FERIADO EQUAL "SIM"
                     MOVE "NAO" TO WS-E-UTIL
              ELSE
                     MOVE "SIM" TO WS-E-UTIL
              END-IF.

       VERIFICA-FERIADO.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-VENCIMENTO-N
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.

       CALCULA-ATRASO.
              MOVE ZEROES TO WS-DIAS-ATRASO WS-PERC-MULTA
                             WS-PERC-JUROS.
              IF WS-EMISSAO GREATER WS-VENCIMENTO-N
                     ADD 1 TO WS-CT-ATRASO
                     COMPUTE WS-EMISSAO-INTEIRO =
                             FUNCTION INTEGER-OF-DATE (WS-EMISSAO)
                     COMPUTE WS-DIAS-ATRASO = WS-EMISSAO-INTEIRO
                                            - WS-DATA-INTEIRO
                     COMPUTE WS-PERC-MULTA =
                             WS-DIAS-ATRASO * WS-MULTA-DIA
                     IF WS-PERC-MULTA GREATER WS-MULTA-LIMITE
                            MOVE WS-MULTA-LIMITE TO WS-PERC-MULTA
                     END-IF
                     IF WS-EMISSAO (1:6) GREATER
                        WS-VENCIMENTO-N (1:6)
                            PERFORM CALCULA-JUROS
                     END-IF
              END-IF.

       CALCULA-JUROS.
              MOVE WS-SELIC-PADRAO TO WS-PERC-JUROS.
              MOVE WS-VENCIMENTO-N (1:6) TO WS-MES-AUX-N.
              PERFORM PROXIMO-MES.
              PERFORM SOMA-SELIC
                      UNTIL WS-MES-AUX-N NOT LESS WS-EMISSAO (1:6).

       PROXIMO-MES.
              IF WS-MES-AUX-MES EQUAL 12
                     ADD 1 TO WS-MES-AUX-ANO
                     MOVE 1 TO WS-MES-AUX-MES
              ELSE
                     ADD 1 TO WS-MES-AUX-MES
              END-IF.

       SOMA-SELIC.
              MOVE "NAO" TO WS-ENCONTRADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-SELIC
                      OR WS-ENCONTRADO EQUAL "SIM"
                      IF WS-SEL-MES (WS-IND) EQUAL WS-MES-AUX-N
                             MOVE "SIM" TO WS-ENCONTRADO
                             ADD WS-SEL-TAXA (WS-IND) TO WS-PERC-JUROS
                      END-IF
              END-PERFORM.
              IF WS-ENCONTRADO EQUAL "NAO"
                     ADD WS-SELIC-PADRAO TO WS-PERC-JUROS
                     DISPLAY "EX82 - AVISO: MES " WS-MES-AUX-N
                             " AUSENTE DE TABSELIC.DAT - JUROS DE 1%"
              END-IF.
              PERFORM PROXIMO-MES.

       GRAVA-GUIA.
              MOVE SPACES TO REG-GUIA.
              MOVE WS-GUI-TIPO (WS-IND-GUIA) TO GUI-TIPO.
              MOVE WS-GUI-CODIGO (WS-IND-GUIA) TO GUI-CODIGO.
              MOVE WS-LOTE-FILIAL TO GUI-FILIAL.
              MOVE WS-CICLO (1:6) TO GUI-COMPETENCIA.
              MOVE WS-VENCIMENTO-N TO GUI-VENCIMENTO.
              MOVE WS-EMISSAO TO GUI-EMISSAO.
              MOVE WS-DIAS-ATRASO TO GUI-DIAS-ATRASO.
              MOVE WS-GUI-PRINCIPAL (WS-IND-GUIA) TO GUI-PRINCIPAL.
              COMPUTE GUI-MULTA ROUNDED =
                      GUI-PRINCIPAL * WS-PERC-MULTA.
              COMPUTE GUI-JUROS ROUNDED =
                      GUI-PRINCIPAL * WS-PERC-JUROS.
              COMPUTE GUI-TOTAL = GUI-PRINCIPAL + GUI-MULTA
                                + GUI-JUROS.
              WRITE REG-GUIA.
              ADD 1 TO WS-CT-GUIAS.
              ADD GUI-TOTAL TO WS-TOTAL-RECOLHER.
              IF WS-DIAS-ATRASO GREATER ZEROES
                     DISPLAY "EX82 - ATENCAO: " GUI-TIPO
                             " EMITIDA " WS-DIAS-ATRASO
                             " DIA(S) APOS O VENCIMENTO "
                             GUI-VENCIMENTO " - MULTA " GUI-MULTA
                             " JUROS " GUI-JUROS
              END-IF.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (5:2) TO VAR-COMP (1:2).
              MOVE "/" TO VAR-COMP (3:1).
              MOVE WS-CICLO (1:4) TO VAR-COMP (4:4).
              MOVE WS-EMISSAO (7:2) TO VAR-EMISSAO (1:2).
              MOVE WS-EMISSAO (5:2) TO VAR-EMISSAO (4:2).
              MOVE WS-EMISSAO (1:4) TO VAR-EMISSAO (7:4).
              MOVE "/" TO VAR-EMISSAO (3:1) VAR-EMISSAO (6:1).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.

       IMPRIME-GUIA.
              MOVE GUI-TIPO TO DET-TIPO.
              MOVE GUI-CODIGO TO DET-CODIGO.
              MOVE WS-GUI-DESCR (WS-IND-GUIA) TO DET-DESCR.
              MOVE GUI-VENCIMENTO (7:2) TO DET-VENC (1:2).
              MOVE GUI-VENCIMENTO (5:2) TO DET-VENC (4:2).
              MOVE GUI-VENCIMENTO (1:4) TO DET-VENC (7:4).
              MOVE "/" TO DET-VENC (3:1) DET-VENC (6:1).
              MOVE GUI-DIAS-ATRASO TO DET-DIAS.
              MOVE GUI-PRINCIPAL TO DET-PRINCIPAL.
              MOVE GUI-MULTA TO DET-MULTA.
              MOVE GUI-JUROS TO DET-JUROS.
              MOVE GUI-TOTAL TO DET-TOTAL.
              IF GUI-DIAS-ATRASO GREATER ZEROES
                     MOVE "EM ATRASO - ACRESCIDA" TO DET-SITUACAO
              ELSE
                     MOVE "NO PRAZO" TO DET-SITUACAO
              END-IF.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-COMPOSICAO.
              WRITE REG-REL FROM LINHA-COMP-TITULO
                    AFTER ADVANCING 3 LINES.
              MOVE "INSS DESCONTADO DOS SEGURADOS" TO COM-DESCR.
              MOVE WS-TOTAL-INSS-SEG TO COM-VALOR.
              WRITE REG-REL FROM LINHA-COMPOSICAO
                    AFTER ADVANCING 1 LINE.
              MOVE "INSS PATRONAL" TO COM-DESCR.
              MOVE WS-TOTAL-PATRONAL TO COM-VALOR.
              WRITE REG-REL FROM LINHA-COMPOSICAO
                    AFTER ADVANCING 1 LINE.
              MOVE "RAT/SAT" TO COM-DESCR.
              MOVE WS-TOTAL-RAT TO COM-VALOR.
              WRITE REG-REL FROM LINHA-COMPOSICAO
                    AFTER ADVANCING 1 LINE.
              MOVE "TERCEIROS" TO COM-DESCR.
              MOVE WS-TOTAL-TERCEIROS TO COM-VALOR.
              WRITE REG-REL FROM LINHA-COMPOSICAO
                    AFTER ADVANCING 1 LINE.
              IF WS-CT-RPA GREATER ZEROES
                     MOVE "INSS RETIDO DE AUTONOMOS" TO COM-DESCR
                     MOVE WS-TOTAL-INSS-AUT TO COM-VALOR
                     WRITE REG-REL FROM LINHA-COMPOSICAO
                           AFTER ADVANCING 1 LINE
                     MOVE "INSS PATRONAL S/ AUTONOMOS" TO COM-DESCR
                     MOVE WS-TOTAL-PATRONAL-AUT TO COM-VALOR
                     WRITE REG-REL FROM LINHA-COMPOSICAO
                           AFTER ADVANCING 1 LINE
                     MOVE "IRRF RETIDO DE AUTONOMOS" TO COM-DESCR
                     MOVE WS-TOTAL-IRRF-AUT TO COM-VALOR
                     WRITE REG-REL FROM LINHA-COMPOSICAO
                           AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "TOTAL A RECOLHER NAS GUIAS" TO COM-DESCR.
              MOVE WS-TOTAL-RECOLHER TO COM-VALOR.
              WRITE REG-REL FROM LINHA-COMPOSICAO
                    AFTER ADVANCING 2 LINES.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "REGISTRO DE GUIAS" TO CAT-NOME.
              MOVE "EX82" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX82-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX82 - GUIAS DA COMPETENCIA " WS-CICLO (1:6)
                      " EMITIDAS EM " WS-EMISSAO.
              DISPLAY "FUNCIONARIOS LIDOS  : " WS-CT-FUNC.
              DISPLAY "INSS SEGURADOS      : " WS-TOTAL-INSS-SEG.
              DISPLAY "INSS PATRONAL       : " WS-TOTAL-PATRONAL.
              DISPLAY "RAT/SAT             : " WS-TOTAL-RAT.
              DISPLAY "TERCEIROS           : " WS-TOTAL-TERCEIROS.
              DISPLAY "IRRF RETIDO         : " WS-TOTAL-IRRF.
              DISPLAY "RPA DE AUTONOMOS    : " WS-CT-RPA.
              DISPLAY "INSS AUTONOMOS      : " WS-TOTAL-INSS-AUT.
              DISPLAY "PATRONAL AUTONOMOS  : " WS-TOTAL-PATRONAL-AUT.
              DISPLAY "IRRF AUTONOMOS      : " WS-TOTAL-IRRF-AUT.
              DISPLAY "GUIAS EMITIDAS      : " WS-CT-GUIAS.
              DISPLAY "GUIAS EM ATRASO     : " WS-CT-ATRASO.
              DISPLAY "TOTAL A RECOLHER    : " WS-TOTAL-RECOLHER.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADLIQ
              END-IF.
              PERFORM RESUMO-FINAL.
