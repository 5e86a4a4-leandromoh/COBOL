       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX104.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONCILIACAO FINANCEIRA DO CICLO DA FOLHA, ULTIMO
      *          PASSO DA CADEIA DE EX10. EX16 PROVA QUE NENHUM
      *          REGISTRO SE PERDEU DENTRO DE CADA PASSO, MAS NINGUEM
      *          PROVAVA QUE O DINHEIRO BATE ENTRE AS SAIDAS. ESTE
      *          PROGRAMA SOMA CADA SAIDA DO CICLO E CONFERE AS
      *          EQUACOES:
      *             INSS DE CADLIQ.DAT = CONTRIBUICAO DO REGISTRO "90"
      *             DE EX60-SEFIP.DAT;
      *             INSS DE CADLIQ.DAT = CREDITO "INSS A RECOLHER" DE
      *             EX59-LANCTOS.DAT;
      *             IRRF DE CADLIQ.DAT = CREDITO "IRRF A RECOLHER" DE
      *             EX59-LANCTOS.DAT;
      *             LIQUIDO DE CADLIQ.DAT + PENSOES DE EX26-PENSAO.DAT
      *             = TRAILER DA REMESSA EX14-BANCO.CSV + RETIDOS
      *             (EX14-RETIDOS.DAT) + SEM CONTA (EX14-SEM-CONTA.DAT);
      *             TRAILER DA GUIA EX44-FGTS.CSV = CREDITO "FGTS A
      *             RECOLHER" DE EX79-LANCTOS.DAT.
      *          NOS ARQUIVOS .CSV O VALOR VEM EDITADO COM VIRGULA
      *          DECIMAL, QUE E TAMBEM O SEPARADOR DE CAMPOS: A PARTE
      *          INTEIRA E OS CENTAVOS SAO LIDOS COMO DOIS CAMPOS E
      *          REMONTADOS. CABECALHO "H" DE CADLIQ.DAT E IGNORADO E
      *          USADO SO PARA A DATA DO CICLO, COMO EM EX79. PENSOES,
      *          RETIDOS E SEM CONTA SAO OPCIONAIS (AUSENTES VALEM
      *          ZERO); SEM SEFIP, SEM LOTE CONTABIL, SEM REMESSA OU
      *          SEM GUIA (OU SEM O "90"/TRAILER) A EQUACAO NAO PODE
      *          SER PROVADA E SAI COMO "AUSENTE", QUE CONTA COMO
      *          DIVERGENCIA. O VEREDITO SAI EM UMA PAGINA,
      *          EX104-REL.DAT, REGISTRADO EM REL-CATALOGO.DAT, COM
      *          CADA EQUACAO, OS DOIS LADOS E A DIFERENCA.
      *          QUALQUER DIFERENCA SEGURA A TRANSMISSAO AO BANCO: A
      *          REMESSA INTEGRA E COPIADA PARA EX14-BANCO-RETIDO.CSV
      *          E EX14-BANCO.CSV E REGRAVADO SEM O TRAILER "T" - A
      *          MESMA REGRA DE EX80, SEM TRAILER O ARQUIVO NAO PODE
      *          SER TRANSMITIDO - E O PROGRAMA DEVOLVE RETURN-CODE
      *          16, PARANDO A CADEIA. REMESSA QUE JA ESTA SEM
      *          TRAILER NAO E COPIADA DE NOVO, PARA A REEXECUCAO NAO
      *          DESTRUIR A COPIA INTEGRA. ACERTADA A CAUSA, A REMESSA
      *          E GERADA DE NOVO POR EX14 (COM O OVERRIDE DE
      *          PARM-EX14.DAT) E ESTE PASSO RODA OUTRA VEZ.
      *          SEM CADLIQ.DAT NAO HA O QUE CONCILIAR E O PROGRAMA
      *          ABORTA COM RETURN-CODE 16. TERMINA COM GOBACK PARA
      *          PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

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
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SEFIP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SEFIP.
       SELECT LANCTOS-FOLHA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LANC-FOLHA.
       SELECT LANCTOS-ENCARGOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LANC-ENC.
       SELECT OPTIONAL ARQ-PENSAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CSV-BANCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BANCO.
       SELECT BANCO-RETIDO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RETIDOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SEM-CONTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FGTS-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FGTS.
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

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD SEFIP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX60-SEFIP.DAT".

       01 REG-SEFIP PIC X(60).

       01 REG-SEFIP-90 REDEFINES REG-SEFIP.
              02 SF90-TIPO         PIC X(02).
              02 SF90-QTDE         PIC 9(07).
              02 SF90-REMUNERACAO  PIC 9(9)V99.
              02 SF90-CONTRIBUICAO PIC 9(9)V99.
              02 FILLER            PIC X(29).

       FD LANCTOS-FOLHA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX59-LANCTOS.DAT".

       01 REG-LANC-FOLHA.
              02 LF-TIPO  PIC X(01).
              02 LF-DC    PIC X(01).
              02 LF-CONTA PIC X(30).
              02 LF-VALOR PIC 9(9)V99.

       FD LANCTOS-ENCARGOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX79-LANCTOS.DAT".

       01 REG-LANC-ENC.
              02 LE-TIPO  PIC X(01).
              02 LE-DC    PIC X(01).
              02 LE-CONTA PIC X(30).
              02 LE-VALOR PIC 9(9)V99.

       FD ARQ-PENSAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX26-PENSAO.DAT".

       01 REG-PENSAO-CICLO.
              02 PCIC-MATRICULA    PIC 9(05).
              02 PCIC-BENEFICIARIO PIC X(20).
              02 PCIC-VALOR        PIC 9(7)V99.

       FD CSV-BANCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-BANCO.CSV".

       01 REG-CSV-BANCO PIC X(70).

       FD BANCO-RETIDO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS     "EX14-BANCO-RETIDO.CSV".

       01 REG-BANCO-RETIDO PIC X(70).

       FD RETIDOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-RETIDOS.DAT".

       01 REG-RETIDO.
              02 RET-MATRICULA PIC 9(05).
              02 RET-NOME      PIC X(20).
              02 RET-VALOR     PIC 9(7)V99.
              02 RET-MOTIVO    PIC X(02).

       FD SEM-CONTA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-SEM-CONTA.DAT".

       01 REG-SEM-CONTA.
              02 SC-MATRICULA PIC 9(05).
              02 SC-NOME      PIC X(20).
              02 SC-VALOR     PIC 9(7)V99.

       FD FGTS-CSV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX44-FGTS.CSV".

       01 REG-FGTS PIC X(50).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX104-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADLIQ PIC X(02).
       77 WS-STATUS-SEFIP PIC X(02).
       77 WS-STATUS-LANC-FOLHA PIC X(02).
       77 WS-STATUS-LANC-ENC PIC X(02).
       77 WS-STATUS-BANCO PIC X(02).
       77 WS-STATUS-FGTS PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-AUX PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-TEM-SEFIP PIC X(03) VALUE "NAO".
       77 WS-TEM-LANC-FOLHA PIC X(03) VALUE "NAO".
       77 WS-TEM-LANC-ENC PIC X(03) VALUE "NAO".
       77 WS-TEM-REMESSA PIC X(03) VALUE "NAO".
       77 WS-TEM-TRAILER-BANCO PIC X(03) VALUE "NAO".
       77 WS-TEM-GUIA PIC X(03) VALUE "NAO".
       77 WS-REMESSA-RETIDA PIC X(03) VALUE "NAO".
       77 WS-LINHA-CSV PIC X(70) VALUE SPACES.
       77 WS-TIPO-TXT PIC X(05) VALUE SPACES.
       77 WS-QTDE-TXT PIC X(07) VALUE SPACES.
       77 WS-INTEIRO-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-VALOR-CSV PIC 9(9)V99 VALUE ZEROES.
       77 WS-CT-CADLIQ PIC 9(05) VALUE ZEROES.
       77 WS-INSS-CADLIQ PIC 9(9)V99 VALUE ZEROES.
       77 WS-IRRF-CADLIQ PIC 9(9)V99 VALUE ZEROES.
       77 WS-LIQUIDO-CADLIQ PIC 9(9)V99 VALUE ZEROES.
       77 WS-INSS-SEFIP PIC 9(9)V99 VALUE ZEROES.
       77 WS-INSS-LANCTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-IRRF-LANCTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PENSAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-REMESSA PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-RETIDOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-SEM-CONTA PIC 9(9)V99 VALUE ZEROES.
       77 WS-FGTS-GUIA PIC 9(9)V99 VALUE ZEROES.
       77 WS-FGTS-LANCTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-LADO-ESQUERDO PIC 9(9)V99 VALUE ZEROES.
       77 WS-LADO-DIREITO PIC 9(9)V99 VALUE ZEROES.
       77 WS-DIFERENCA PIC S9(9)V99 VALUE ZEROES.
       77 WS-FONTE-PRESENTE PIC X(03) VALUE "SIM".
       77 WS-CT-EQUACOES PIC 9(02) VALUE ZEROES.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-CT-DIVERGENTES PIC 9(02) VALUE ZEROES.
       77 WS-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TABELA-EQUACOES.
              02 WS-EQU OCCURS 5 TIMES.
                     03 WS-EQU-DESCR     PIC X(52).
                     03 WS-EQU-ESQUERDO  PIC 9(9)V99.
                     03 WS-EQU-DIREITO   PIC 9(9)V99.
                     03 WS-EQU-DIFERENCA PIC S9(9)V99.
                     03 WS-EQU-SITUACAO  PIC X(08).

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(30) VALUE SPACES.
          02 FILLER     PIC X(43)
                  VALUE "CONCILIACAO FINANCEIRA DO CICLO DA FOLHA - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(08) VALUE " FILIAL ".
          02 VAR-FILIAL PIC X(04).
          02 FILLER     PIC X(31) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(54) VALUE "EQUACAO".
          02 FILLER PIC X(17) VALUE "   LADO ESQUERDO".
          02 FILLER PIC X(17) VALUE "    LADO DIREITO".
          02 FILLER PIC X(18) VALUE "        DIFERENCA".
          02 FILLER PIC X(26) VALUE "SITUACAO".

       01 DETALHE.
          02 DET-EQUACAO   PIC X(52).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-ESQUERDO  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-DIREITO   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-SITUACAO  PIC X(08).
          02 FILLER        PIC X(18) VALUE SPACES.

       01 PARCELA.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 PAR-DESCR     PIC X(46).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 PAR-ESQUERDO  PIC X(14).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 PAR-DIREITO   PIC X(14).
          02 FILLER        PIC X(47) VALUE SPACES.

       01 VEREDITO.
          02 FILLER        PIC X(10) VALUE "VEREDITO: ".
          02 VER-TEXTO     PIC X(100).
          02 FILLER        PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA104.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM SOMA-SEFIP
              PERFORM SOMA-LANCTOS-FOLHA
              PERFORM SOMA-PENSOES
              PERFORM SOMA-REMESSA
              PERFORM SOMA-RETIDOS
              PERFORM SOMA-SEM-CONTA
              PERFORM SOMA-GUIA-FGTS
              PERFORM SOMA-LANCTOS-ENCARGOS
              PERFORM CONFERE-EQUACOES
              IF WS-CT-DIVERGENTES GREATER ZEROES
                     PERFORM RETEM-REMESSA
                     MOVE 16 TO RETURN-CODE
              END-IF
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              OPEN INPUT CADLIQ.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
                     DISPLAY "EX104 - ERRO AO ABRIR CADLIQ - FILE "
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
              ADD 1 TO WS-CT-CADLIQ.
              ADD INSS-LIQ TO WS-INSS-CADLIQ.
              ADD IRRF-LIQ TO WS-IRRF-CADLIQ.
              ADD LIQUIDO-LIQ TO WS-LIQUIDO-CADLIQ.
              PERFORM VERIFICA-FIM.

       SOMA-SEFIP.
              OPEN INPUT SEFIP.
              IF WS-STATUS-SEFIP NOT EQUAL "00"
                     DISPLAY "EX104 - AVISO: EX60-SEFIP.DAT AUSENTE"
              ELSE
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ SEFIP
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   IF SF90-TIPO EQUAL "90"
                                      AND SF90-CONTRIBUICAO NUMERIC
                                          MOVE "SIM" TO WS-TEM-SEFIP
                                          MOVE SF90-CONTRIBUICAO
                                               TO WS-INSS-SEFIP
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE SEFIP
                     IF WS-TEM-SEFIP EQUAL "NAO"
                            DISPLAY "EX104 - AVISO: EX60-SEFIP.DAT "
                                    "SEM REGISTRO 90 DE TOTAIS"
                     END-IF
              END-IF.

       SOMA-LANCTOS-FOLHA.
              OPEN INPUT LANCTOS-FOLHA.
              IF WS-STATUS-LANC-FOLHA NOT EQUAL "00"
                     DISPLAY "EX104 - AVISO: EX59-LANCTOS.DAT AUSENTE"
              ELSE
                     MOVE "SIM" TO WS-TEM-LANC-FOLHA
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ LANCTOS-FOLHA
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   PERFORM SOMA-CREDITO-FOLHA
                            END-READ
                     END-PERFORM
                     CLOSE LANCTOS-FOLHA
              END-IF.

       SOMA-CREDITO-FOLHA.
              IF LF-TIPO EQUAL "D" AND LF-DC EQUAL "C"
                     IF LF-CONTA EQUAL "INSS A RECOLHER"
                            ADD LF-VALOR TO WS-INSS-LANCTO
                     END-IF
                     IF LF-CONTA EQUAL "IRRF A RECOLHER"
                            ADD LF-VALOR TO WS-IRRF-LANCTO
                     END-IF
              END-IF.

       SOMA-PENSOES.
              OPEN INPUT ARQ-PENSAO.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ ARQ-PENSAO
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            ADD PCIC-VALOR TO WS-TOTAL-PENSAO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-PENSAO.

       SOMA-REMESSA.
              OPEN INPUT CSV-BANCO.
              IF WS-STATUS-BANCO NOT EQUAL "00"
                     DISPLAY "EX104 - AVISO: EX14-BANCO.CSV AUSENTE"
              ELSE
                     MOVE "SIM" TO WS-TEM-REMESSA
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ CSV-BANCO
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   IF REG-CSV-BANCO (1:2) EQUAL "T,"
                                          PERFORM LE-TRAILER-REMESSA
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CSV-BANCO
                     IF WS-TEM-TRAILER-BANCO EQUAL "NAO"
                            DISPLAY "EX104 - AVISO: EX14-BANCO.CSV "
                                    "SEM TRAILER"
                     END-IF
              END-IF.

       LE-TRAILER-REMESSA.
              MOVE REG-CSV-BANCO TO WS-LINHA-CSV.
              PERFORM DESMONTA-TRAILER.
              MOVE "SIM" TO WS-TEM-TRAILER-BANCO.
              MOVE WS-VALOR-CSV TO WS-TOTAL-REMESSA.

       DESMONTA-TRAILER.
              MOVE SPACES TO WS-TIPO-TXT WS-QTDE-TXT
                             WS-INTEIRO-TXT WS-CENTAVOS-TXT.
              UNSTRING WS-LINHA-CSV DELIMITED BY ","
                       INTO WS-TIPO-TXT
                            WS-QTDE-TXT
                            WS-INTEIRO-TXT
                            WS-CENTAVOS-TXT.
              COMPUTE WS-VALOR-CSV =
                      FUNCTION NUMVAL (WS-INTEIRO-TXT)
                      + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100.

       SOMA-RETIDOS.
              OPEN INPUT RETIDOS.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ RETIDOS
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            ADD RET-VALOR TO WS-TOTAL-RETIDOS
                     END-READ
              END-PERFORM.
              CLOSE RETIDOS.

       SOMA-SEM-CONTA.
              OPEN INPUT SEM-CONTA.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ SEM-CONTA
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            ADD SC-VALOR TO WS-TOTAL-SEM-CONTA
                     END-READ
              END-PERFORM.
              CLOSE SEM-CONTA.

       SOMA-GUIA-FGTS.
              OPEN INPUT FGTS-CSV.
              IF WS-STATUS-FGTS NOT EQUAL "00"
                     DISPLAY "EX104 - AVISO: EX44-FGTS.CSV AUSENTE"
              ELSE
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ FGTS-CSV
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   IF REG-FGTS (1:2) EQUAL "T,"
                                          MOVE REG-FGTS TO WS-LINHA-CSV
                                          PERFORM DESMONTA-TRAILER
                                          MOVE "SIM" TO WS-TEM-GUIA
                                          MOVE WS-VALOR-CSV
                                               TO WS-FGTS-GUIA
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE FGTS-CSV
                     IF WS-TEM-GUIA EQUAL "NAO"
                            DISPLAY "EX104 - AVISO: EX44-FGTS.CSV "
                                    "SEM TRAILER"
                     END-IF
              END-IF.

       SOMA-LANCTOS-ENCARGOS.
              OPEN INPUT LANCTOS-ENCARGOS.
              IF WS-STATUS-LANC-ENC NOT EQUAL "00"
                     DISPLAY "EX104 - AVISO: EX79-LANCTOS.DAT AUSENTE"
              ELSE
                     MOVE "SIM" TO WS-TEM-LANC-ENC
                     MOVE 0 TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL 1
                            READ LANCTOS-ENCARGOS
                                   AT END MOVE 1 TO WS-FIM-AUX
                                   NOT AT END
                                   IF LE-TIPO EQUAL "D"
                                      AND LE-DC EQUAL "C"
                                      AND LE-CONTA EQUAL
                                          "FGTS A RECOLHER"
                                          ADD LE-VALOR
                                              TO WS-FGTS-LANCTO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE LANCTOS-ENCARGOS
              END-IF.

       CONFERE-EQUACOES.
              MOVE "INSS CADLIQ X CONTRIBUICAO DA SEFIP EX60 (REG 90)"
                   TO WS-EQU-DESCR (1).
              MOVE WS-INSS-CADLIQ TO WS-LADO-ESQUERDO.
              MOVE WS-INSS-SEFIP TO WS-LADO-DIREITO.
              MOVE WS-TEM-SEFIP TO WS-FONTE-PRESENTE.
              PERFORM AVALIA-EQUACAO.
              MOVE "INSS CADLIQ X CREDITO INSS A RECOLHER EX59"
                   TO WS-EQU-DESCR (2).
              MOVE WS-INSS-CADLIQ TO WS-LADO-ESQUERDO.
              MOVE WS-INSS-LANCTO TO WS-LADO-DIREITO.
              MOVE WS-TEM-LANC-FOLHA TO WS-FONTE-PRESENTE.
              PERFORM AVALIA-EQUACAO.
              MOVE "IRRF CADLIQ X CREDITO IRRF A RECOLHER EX59"
                   TO WS-EQU-DESCR (3).
              MOVE WS-IRRF-CADLIQ TO WS-LADO-ESQUERDO.
              MOVE WS-IRRF-LANCTO TO WS-LADO-DIREITO.
              MOVE WS-TEM-LANC-FOLHA TO WS-FONTE-PRESENTE.
              PERFORM AVALIA-EQUACAO.
              MOVE "LIQUIDO + PENSAO X REMESSA + RETIDOS + SEM CONTA"
                   TO WS-EQU-DESCR (4).
              COMPUTE WS-LADO-ESQUERDO = WS-LIQUIDO-CADLIQ
                                       + WS-TOTAL-PENSAO.
              COMPUTE WS-LADO-DIREITO = WS-TOTAL-REMESSA
                                      + WS-TOTAL-RETIDOS
                                      + WS-TOTAL-SEM-CONTA.
              MOVE WS-TEM-TRAILER-BANCO TO WS-FONTE-PRESENTE.
              PERFORM AVALIA-EQUACAO.
              MOVE "FGTS GUIA EX44 X CREDITO FGTS A RECOLHER EX79"
                   TO WS-EQU-DESCR (5).
              MOVE WS-FGTS-GUIA TO WS-LADO-ESQUERDO.
              MOVE WS-FGTS-LANCTO TO WS-LADO-DIREITO.
              IF WS-TEM-GUIA EQUAL "SIM"
                 AND WS-TEM-LANC-ENC EQUAL "SIM"
                     MOVE "SIM" TO WS-FONTE-PRESENTE
              ELSE
                     MOVE "NAO" TO WS-FONTE-PRESENTE
              END-IF.
              PERFORM AVALIA-EQUACAO.

       AVALIA-EQUACAO.
              ADD 1 TO WS-CT-EQUACOES.
              COMPUTE WS-DIFERENCA = WS-LADO-ESQUERDO
                                   - WS-LADO-DIREITO.
              MOVE WS-LADO-ESQUERDO TO
                   WS-EQU-ESQUERDO (WS-CT-EQUACOES).
              MOVE WS-LADO-DIREITO TO
                   WS-EQU-DIREITO (WS-CT-EQUACOES).
              MOVE WS-DIFERENCA TO
                   WS-EQU-DIFERENCA (WS-CT-EQUACOES).
              IF WS-FONTE-PRESENTE EQUAL "NAO"
                     MOVE "AUSENTE" TO
                          WS-EQU-SITUACAO (WS-CT-EQUACOES)
                     ADD 1 TO WS-CT-DIVERGENTES
              ELSE
              IF WS-DIFERENCA NOT EQUAL ZEROES
                     MOVE "DIVERGE" TO
                          WS-EQU-SITUACAO (WS-CT-EQUACOES)
                     ADD 1 TO WS-CT-DIVERGENTES
              ELSE
                     MOVE "OK" TO WS-EQU-SITUACAO (WS-CT-EQUACOES)
              END-IF
              END-IF.
              IF WS-EQU-SITUACAO (WS-CT-EQUACOES) NOT EQUAL "OK"
                     DISPLAY "EX104 - "
                             WS-EQU-DESCR (WS-CT-EQUACOES)
                             " - " WS-EQU-SITUACAO (WS-CT-EQUACOES)
                             " - DIFERENCA " WS-DIFERENCA
              END-IF.

       RETEM-REMESSA.
              IF WS-TEM-REMESSA EQUAL "NAO"
                     DISPLAY "EX104 - NAO HA EX14-BANCO.CSV A RETER"
              ELSE
              IF WS-TEM-TRAILER-BANCO EQUAL "NAO"
                     DISPLAY "EX104 - EX14-BANCO.CSV JA ESTA SEM "
                             "TRAILER - NAO PODE SER TRANSMITIDO"
              ELSE
                     PERFORM COPIA-REMESSA-INTEGRA
                     PERFORM REGRAVA-REMESSA-SEM-TRAILER
                     MOVE "SIM" TO WS-REMESSA-RETIDA
                     DISPLAY "EX104 - REMESSA RETIDA - TRAILER "
                             "RETIRADO DE EX14-BANCO.CSV, ORIGINAL "
                             "EM EX14-BANCO-RETIDO.CSV"
              END-IF
              END-IF.

       COPIA-REMESSA-INTEGRA.
              OPEN INPUT CSV-BANCO.
              OPEN OUTPUT BANCO-RETIDO.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ CSV-BANCO
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            WRITE REG-BANCO-RETIDO FROM REG-CSV-BANCO
                     END-READ
              END-PERFORM.
              CLOSE CSV-BANCO BANCO-RETIDO.

       REGRAVA-REMESSA-SEM-TRAILER.
              OPEN INPUT BANCO-RETIDO.
              OPEN OUTPUT CSV-BANCO.
              MOVE 0 TO WS-FIM-AUX.
              PERFORM UNTIL WS-FIM-AUX EQUAL 1
                     READ BANCO-RETIDO
                            AT END MOVE 1 TO WS-FIM-AUX
                            NOT AT END
                            IF REG-BANCO-RETIDO (1:2) NOT EQUAL "T,"
                                   WRITE REG-CSV-BANCO
                                         FROM REG-BANCO-RETIDO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE BANCO-RETIDO CSV-BANCO.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (7:2) TO VAR-CICLO (1:2).
              MOVE WS-CICLO (5:2) TO VAR-CICLO (4:2).
              MOVE WS-CICLO (1:4) TO VAR-CICLO (7:4).
              MOVE "/" TO VAR-CICLO (3:1) VAR-CICLO (6:1).
              MOVE WS-LOTE-FILIAL TO VAR-FILIAL.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.

       IMPRIME-EQUACAO.
              MOVE WS-EQU-DESCR (WS-IND) TO DET-EQUACAO.
              MOVE WS-EQU-ESQUERDO (WS-IND) TO DET-ESQUERDO.
              MOVE WS-EQU-DIREITO (WS-IND) TO DET-DIREITO.
              MOVE WS-EQU-DIFERENCA (WS-IND) TO DET-DIFERENCA.
              MOVE WS-EQU-SITUACAO (WS-IND) TO DET-SITUACAO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 2 LINES.

       IMPRIME-PARCELA-ESQUERDA.
              MOVE SPACES TO PAR-DIREITO.
              MOVE WS-VALOR-ED TO PAR-ESQUERDO.
              WRITE REG-REL FROM PARCELA AFTER ADVANCING 1 LINE.

       IMPRIME-PARCELA-DIREITA.
              MOVE SPACES TO PAR-ESQUERDO.
              MOVE WS-VALOR-ED TO PAR-DIREITO.
              WRITE REG-REL FROM PARCELA AFTER ADVANCING 1 LINE.

       IMPRIME-PARCELAS-LIQUIDO.
              MOVE "LIQUIDO DE CADLIQ.DAT" TO PAR-DESCR.
              MOVE WS-LIQUIDO-CADLIQ TO WS-VALOR-ED.
              PERFORM IMPRIME-PARCELA-ESQUERDA.
              MOVE "PENSOES DE EX26-PENSAO.DAT" TO PAR-DESCR.
              MOVE WS-TOTAL-PENSAO TO WS-VALOR-ED.
              PERFORM IMPRIME-PARCELA-ESQUERDA.
              MOVE "TRAILER DA REMESSA EX14-BANCO.CSV" TO PAR-DESCR.
              MOVE WS-TOTAL-REMESSA TO WS-VALOR-ED.
              PERFORM IMPRIME-PARCELA-DIREITA.
              MOVE "RETIDOS DE EX14-RETIDOS.DAT" TO PAR-DESCR.
              MOVE WS-TOTAL-RETIDOS TO WS-VALOR-ED.
              PERFORM IMPRIME-PARCELA-DIREITA.
              MOVE "SEM CONTA DE EX14-SEM-CONTA.DAT" TO PAR-DESCR.
              MOVE WS-TOTAL-SEM-CONTA TO WS-VALOR-ED.
              PERFORM IMPRIME-PARCELA-DIREITA.

       IMPRIME-RELATORIO.
              OPEN OUTPUT RELAT.
              PERFORM CABECALHO-SAIDA.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-CT-EQUACOES
                      PERFORM IMPRIME-EQUACAO
                      IF WS-IND EQUAL 4
                             PERFORM IMPRIME-PARCELAS-LIQUIDO
                      END-IF
              END-PERFORM.
              IF WS-CT-DIVERGENTES EQUAL ZEROES
                     MOVE SPACES TO VER-TEXTO
                     STRING "CICLO CONCILIADO - EX14-BANCO.CSV "
                            "LIBERADO PARA TRANSMISSAO AO BANCO"
                            DELIMITED BY SIZE INTO VER-TEXTO
                     WRITE REG-REL FROM VEREDITO
                           AFTER ADVANCING 3 LINES
              ELSE
                     MOVE SPACES TO VER-TEXTO
                     STRING "CICLO NAO CONCILIADO - "
                            WS-CT-DIVERGENTES
                            " EQUACAO(OES) COM DIFERENCA - NAO "
                            "TRANSMITIR A REMESSA AO BANCO"
                            DELIMITED BY SIZE INTO VER-TEXTO
                     WRITE REG-REL FROM VEREDITO
                           AFTER ADVANCING 3 LINES
                     MOVE SPACES TO VER-TEXTO
                     IF WS-REMESSA-RETIDA EQUAL "SIM"
                            STRING "TRAILER RETIRADO DE "
                                   "EX14-BANCO.CSV - REMESSA INTEGRA "
                                   "GUARDADA EM EX14-BANCO-RETIDO.CSV"
                                   DELIMITED BY SIZE INTO VER-TEXTO
                     ELSE
                            STRING "EX14-BANCO.CSV AUSENTE OU JA SEM "
                                   "TRAILER - NAO HA O QUE TRANSMITIR"
                                   DELIMITED BY SIZE INTO VER-TEXTO
                     END-IF
                     WRITE REG-REL FROM VEREDITO
                           AFTER ADVANCING 1 LINE
              END-IF.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CONCILIACAO DA FOLHA" TO CAT-NOME.
              MOVE "EX104" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX104-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX104 - CONCILIACAO FINANCEIRA DO CICLO "
                      WS-CICLO.
              DISPLAY "FUNCIONARIOS EM CADLIQ : " WS-CT-CADLIQ.
              DISPLAY "EQUACOES CONFERIDAS    : " WS-CT-EQUACOES.
              DISPLAY "EQUACOES COM DIFERENCA : " WS-CT-DIVERGENTES.
              IF WS-CT-DIVERGENTES GREATER ZEROES
                     DISPLAY "EX104 - CICLO NAO CONCILIADO - NAO "
                             "TRANSMITIR EX14-BANCO.CSV"
              END-IF.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADLIQ
                     PERFORM IMPRIME-RELATORIO
              END-IF.
              PERFORM RESUMO-FINAL.
