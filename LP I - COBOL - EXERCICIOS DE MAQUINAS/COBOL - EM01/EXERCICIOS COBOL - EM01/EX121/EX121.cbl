       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX121.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  COMPARACAO DO ENSAIO GERAL DA CADEIA COM O ULTIMO
      *          CICLO REAL. CHAMADO POR EX10 AO FINAL DO ENSAIO (E
      *          PODE SER RODADO SOZINHO DEPOIS), LE O PREFIXO DO
      *          ENSAIO EM PARM-EX10-ENSAIO.DAT E, PARA CADA SAIDA DA
      *          LISTA, CONFRONTA "<PREFIXO>-<NOME>" COM O ARQUIVO
      *          REAL DE MESMO NOME - O QUE O ULTIMO CICLO REAL
      *          DEIXOU EM DISCO. A LISTA PADRAO SAO AS SAIDAS DO
      *          CAMINHO DE PAGAMENTO (CADLIQ, REMESSA DO BANCO,
      *          RETIDOS, LANCAMENTOS CONTABEIS, SEFIP, PENSOES,
      *          SINDICATO E REJEICOES DE EX08); PARM-EX121.DAT
      *          (OPCIONAL, UM NOME POR LINHA) A SUBSTITUI - POR
      *          EXEMPLO PELOS NOMES COM FILIAL/DATA DE UM LOTE. A
      *          COMPARACAO E LINHA A LINHA, NA ORDEM DOS ARQUIVOS:
      *          EM EX121-REL.DAT (PAGINADO, CABECALHOS NO MOLDE DE
      *          EX13, CATALOGADO) SAEM, POR ARQUIVO, AS PRIMEIRAS
      *          DIFERENCAS (LINHA REAL E LINHA DO ENSAIO) E A
      *          CONTAGEM DE REGISTROS, IGUAIS E DIFERENTES, COM A
      *          SITUACAO: IGUAL, DIFERENTE, SEM ENSAIO (O PASSO NAO
      *          GEROU A SAIDA NO ENSAIO) OU SO NO ENSAIO (NAO HA
      *          CICLO REAL PARA COMPARAR). SO ARQUIVOS SEQUENCIAIS
      *          SAO COMPARADOS; OS MESTRES INDEXADOS DO ENSAIO SAO
      *          CONFERIDOS PELAS SAIDAS QUE GERAM. SEM PREFIXO DE
      *          ENSAIO, RETURN-CODE 16; COM QUALQUER ARQUIVO FORA DE
      *          "IGUAL", 4 - UM ENSAIO DA TABELA NOVA DEVE MESMO
      *          DIFERIR, O RELATORIO E PARA SER LIDO. TERMINA COM
      *          GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-ENSAIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-REAL ASSIGN DYNAMIC WS-NOME-REAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REAL.
       SELECT ARQ-ENS ASSIGN DYNAMIC WS-NOME-ENS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENS.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-ENSAIO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX10-ENSAIO.DAT".

       01 REG-PARM-ENSAIO.
              02 ENSAIO-PREFIXO PIC X(04).
              02 ENSAIO-DATA    PIC X(08).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX121.DAT".

       01 REG-PARM.
              02 PRM-NOME PIC X(30).

       FD ARQ-REAL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REAL PIC X(300).

       FD ARQ-ENS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ENS PIC X(300).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX121-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ  PIC 9(1) VALUE 0.
       77 CT-LIN   PIC 9(02) VALUE 25.
       77 CT-PAG   PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-REAL PIC X(02).
       77 WS-STATUS-ENS PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.
       77 WS-PREFIXO PIC X(04) VALUE SPACES.
       77 WS-DATA-ENSAIO PIC X(08) VALUE SPACES.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-DATA-ED PIC X(10) VALUE SPACES.
       77 WS-NOME-REAL PIC X(040) VALUE SPACES.
       77 WS-NOME-ENS PIC X(040) VALUE SPACES.
       77 WS-TEM-REAL PIC X(03) VALUE "NAO".
       77 WS-TEM-ENS PIC X(03) VALUE "NAO".
       77 WS-FIM-REAL PIC 9(01) VALUE 0.
       77 WS-FIM-ENS PIC 9(01) VALUE 0.
       77 WS-IND-ARQ PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-ARQ PIC 9(02) VALUE ZEROES.
       77 WS-NUM-LINHA PIC 9(07) VALUE ZEROES.
       77 WS-CT-REAL PIC 9(07) VALUE ZEROES.
       77 WS-CT-ENS PIC 9(07) VALUE ZEROES.
       77 WS-CT-IGUAIS PIC 9(07) VALUE ZEROES.
       77 WS-CT-DIFERENTES PIC 9(07) VALUE ZEROES.
       77 WS-MAX-DIFERENCAS PIC 9(02) VALUE 5.
       77 WS-SITUACAO PIC X(12) VALUE SPACES.
       77 WS-ARQ-IGUAIS PIC 9(02) VALUE ZEROES.
       77 WS-ARQ-DIFERENTES PIC 9(02) VALUE ZEROES.
       77 WS-ARQ-SEM-ENSAIO PIC 9(02) VALUE ZEROES.
       77 WS-ARQ-SO-ENSAIO PIC 9(02) VALUE ZEROES.
       77 WS-ARQ-AUSENTES PIC 9(02) VALUE ZEROES.

       01 TABELA-SAIDAS-PADRAO.
              02 FILLER PIC X(30) VALUE "CADLIQ.DAT".
              02 FILLER PIC X(30) VALUE "EX14-BANCO.CSV".
              02 FILLER PIC X(30) VALUE "EX14-RETIDOS.DAT".
              02 FILLER PIC X(30) VALUE "EX59-LANCTOS.DAT".
              02 FILLER PIC X(30) VALUE "EX60-SEFIP.DAT".
              02 FILLER PIC X(30) VALUE "EX26-PENSAO.DAT".
              02 FILLER PIC X(30) VALUE "EX26-SINDICATO.DAT".
              02 FILLER PIC X(30) VALUE "REJ-FUN.DAT".

       01 TABELA-SAIDAS-PADRAO-RED REDEFINES TABELA-SAIDAS-PADRAO.
              02 WS-SAIDA-PADRAO OCCURS 8 TIMES PIC X(30).

       01 TABELA-ARQUIVOS.
              02 WS-ARQ-NOME OCCURS 30 TIMES PIC X(30).

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(14) VALUE SPACES.
          02 FILLER    PIC X(52)
             VALUE "COMPARACAO DO ENSAIO GERAL COM O ULTIMO CICLO REAL".
          02 FILLER    PIC X(14) VALUE SPACES.

       01 CAB-03.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PREFIXO: ".
          02 PREFIXO-CAB  PIC X(04).
          02 FILLER       PIC X(14) VALUE "   ENSAIO DE: ".
          02 DATA-CAB     PIC X(10).
          02 FILLER       PIC X(15) VALUE "   COMPARADO EM".
          02 FILLER       PIC X(01) VALUE SPACES.
          02 HOJE-CAB     PIC X(10).
          02 FILLER       PIC X(16) VALUE SPACES.

       01 LINHA-SECAO.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SECAO-LIN     PIC X(79).

       01 LINHA-DIFERENCA.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 NUMERO-DIF    PIC Z(07).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ORIGEM-DIF    PIC X(09).
          02 CONTEUDO-DIF  PIC X(60).
          02 FILLER        PIC X(02) VALUE SPACES.

       01 LINHA-RESULTADO.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 FILLER        PIC X(06) VALUE "REAL: ".
          02 REAL-RES      PIC ZZZZZZ9.
          02 FILLER        PIC X(10) VALUE "  ENSAIO: ".
          02 ENSAIO-RES    PIC ZZZZZZ9.
          02 FILLER        PIC X(10) VALUE "  IGUAIS: ".
          02 IGUAIS-RES    PIC ZZZZZZ9.
          02 FILLER        PIC X(08) VALUE "  DIF.: ".
          02 DIFERENTES-RES PIC ZZZZZZ9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 SITUACAO-RES  PIC X(12).
          02 FILLER        PIC X(01) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 TEXTO-TOT     PIC X(30).
          02 QTDE-TOT      PIC ZZZZ9.
          02 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA121.

       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
       MOVE WS-DATA-HORA (1:8) TO WS-HOJE.
       PERFORM LE-PARAMETRO-ENSAIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-LISTA
              OPEN OUTPUT RELAT
              PERFORM CABECALHO-SAIDA
              PERFORM COMPARA-ARQUIVO
                      VARYING WS-IND-ARQ FROM 1 BY 1
                      UNTIL WS-IND-ARQ GREATER WS-TOTAL-ARQ
              PERFORM IMPRIME-TOTAIS
              CLOSE RELAT
              PERFORM REGISTRA-CATALOGO
              DISPLAY "EX121 - COMPARACAO EM EX121-REL.DAT - IGUAIS "
                      WS-ARQ-IGUAIS " DIFERENTES " WS-ARQ-DIFERENTES
                      " SEM ENSAIO " WS-ARQ-SEM-ENSAIO
                      " SO NO ENSAIO " WS-ARQ-SO-ENSAIO
       END-IF.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       LE-PARAMETRO-ENSAIO.
              OPEN INPUT ARQ-ENSAIO.
              READ ARQ-ENSAIO
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE ENSAIO-PREFIXO TO WS-PREFIXO
                     MOVE ENSAIO-DATA TO WS-DATA-ENSAIO.
              CLOSE ARQ-ENSAIO.
              IF WS-PREFIXO EQUAL SPACES
                     DISPLAY "EX121 - PARM-EX10-ENSAIO.DAT AUSENTE OU "
                             "SEM PREFIXO - NADA A COMPARAR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              END-IF.

       CARREGA-LISTA.
              OPEN INPUT ARQ-PARM.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-PARM
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM GUARDA-ARQUIVO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-PARM.
              IF WS-TOTAL-ARQ EQUAL ZEROES
                     MOVE 8 TO WS-TOTAL-ARQ
                     PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                             UNTIL WS-IND-ARQ GREATER 8
                             MOVE WS-SAIDA-PADRAO (WS-IND-ARQ)
                                  TO WS-ARQ-NOME (WS-IND-ARQ)
                     END-PERFORM
              END-IF.

       GUARDA-ARQUIVO.
              IF PRM-NOME EQUAL SPACES
                     NEXT SENTENCE
              ELSE
              IF WS-TOTAL-ARQ EQUAL 30
                     DISPLAY "EX121 - LISTA CHEIA (30) - ARQUIVO "
                             "IGNORADO: " PRM-NOME
              ELSE
                     ADD 1 TO WS-TOTAL-ARQ
                     MOVE PRM-NOME TO WS-ARQ-NOME (WS-TOTAL-ARQ)
              END-IF
              END-IF.

       COMPARA-ARQUIVO.
              MOVE WS-ARQ-NOME (WS-IND-ARQ) TO WS-NOME-REAL.
              MOVE SPACES TO WS-NOME-ENS.
              STRING FUNCTION TRIM (WS-PREFIXO) DELIMITED BY SIZE
                     "-"                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NOME-REAL) DELIMITED BY SIZE
                     INTO WS-NOME-ENS
              END-STRING.
              MOVE ZEROES TO WS-NUM-LINHA WS-CT-REAL WS-CT-ENS
                             WS-CT-IGUAIS WS-CT-DIFERENTES.
              MOVE "NAO" TO WS-TEM-REAL WS-TEM-ENS.
              MOVE 1 TO WS-FIM-REAL WS-FIM-ENS.
              OPEN INPUT ARQ-REAL.
              IF WS-STATUS-REAL EQUAL "00"
                     MOVE "SIM" TO WS-TEM-REAL
                     MOVE 0 TO WS-FIM-REAL
                     PERFORM LE-REAL
              END-IF.
              OPEN INPUT ARQ-ENS.
              IF WS-STATUS-ENS EQUAL "00"
                     MOVE "SIM" TO WS-TEM-ENS
                     MOVE 0 TO WS-FIM-ENS
                     PERFORM LE-ENSAIO
              END-IF.
              IF CT-LIN GREATER THAN 16
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE SPACES TO SECAO-LIN.
              STRING "ARQUIVO "                 DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NOME-REAL) DELIMITED BY SIZE
                     " X "                      DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NOME-ENS) DELIMITED BY SIZE
                     INTO SECAO-LIN
              END-STRING.
              WRITE REG-REL FROM LINHA-SECAO AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.
              PERFORM CONFERE-LINHA
                      UNTIL WS-FIM-REAL EQUAL 1 AND WS-FIM-ENS EQUAL 1.
              IF WS-TEM-REAL EQUAL "SIM"
                     CLOSE ARQ-REAL
              END-IF.
              IF WS-TEM-ENS EQUAL "SIM"
                     CLOSE ARQ-ENS
              END-IF.
              PERFORM CLASSIFICA-ARQUIVO.
              MOVE WS-CT-REAL TO REAL-RES.
              MOVE WS-CT-ENS TO ENSAIO-RES.
              MOVE WS-CT-IGUAIS TO IGUAIS-RES.
              MOVE WS-CT-DIFERENTES TO DIFERENTES-RES.
              MOVE WS-SITUACAO TO SITUACAO-RES.
              WRITE REG-REL FROM LINHA-RESULTADO
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       LE-REAL.
              READ ARQ-REAL
                     AT END MOVE 1 TO WS-FIM-REAL
                     NOT AT END ADD 1 TO WS-CT-REAL
              END-READ.

       LE-ENSAIO.
              READ ARQ-ENS
                     AT END MOVE 1 TO WS-FIM-ENS
                     NOT AT END ADD 1 TO WS-CT-ENS
              END-READ.

       CONFERE-LINHA.
              ADD 1 TO WS-NUM-LINHA.
              IF WS-FIM-REAL EQUAL 0
                 AND WS-FIM-ENS EQUAL 0
                 AND REG-REAL EQUAL REG-ENS
                     ADD 1 TO WS-CT-IGUAIS
              ELSE
                     ADD 1 TO WS-CT-DIFERENTES
                     IF WS-CT-DIFERENTES NOT GREATER WS-MAX-DIFERENCAS
                            PERFORM IMPRIME-DIFERENCA
                     END-IF
              END-IF.
              IF WS-FIM-REAL EQUAL 0
                     PERFORM LE-REAL
              END-IF.
              IF WS-FIM-ENS EQUAL 0
                     PERFORM LE-ENSAIO
              END-IF.

       IMPRIME-DIFERENCA.
              IF CT-LIN GREATER THAN 18
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-NUM-LINHA TO NUMERO-DIF.
              MOVE "REAL   : " TO ORIGEM-DIF.
              IF WS-FIM-REAL EQUAL 1
                     MOVE "(SEM LINHA)" TO CONTEUDO-DIF
              ELSE
                     MOVE REG-REAL (1:60) TO CONTEUDO-DIF
              END-IF.
              WRITE REG-REL FROM LINHA-DIFERENCA
                    AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO NUMERO-DIF.
              MOVE "ENSAIO : " TO ORIGEM-DIF.
              IF WS-FIM-ENS EQUAL 1
                     MOVE "(SEM LINHA)" TO CONTEUDO-DIF
              ELSE
                     MOVE REG-ENS (1:60) TO CONTEUDO-DIF
              END-IF.
              WRITE REG-REL FROM LINHA-DIFERENCA
                    AFTER ADVANCING 1 LINE.
              ADD 2 TO CT-LIN.

       CLASSIFICA-ARQUIVO.
              IF WS-TEM-REAL EQUAL "NAO"
                 AND WS-TEM-ENS EQUAL "NAO"
                     MOVE "AUSENTES" TO WS-SITUACAO
                     ADD 1 TO WS-ARQ-AUSENTES
              ELSE
              IF WS-TEM-ENS EQUAL "NAO"
                     MOVE "SEM ENSAIO" TO WS-SITUACAO
                     ADD 1 TO WS-ARQ-SEM-ENSAIO
                     MOVE 4 TO WS-RETORNO
              ELSE
              IF WS-TEM-REAL EQUAL "NAO"
                     MOVE "SO NO ENSAIO" TO WS-SITUACAO
                     ADD 1 TO WS-ARQ-SO-ENSAIO
                     MOVE 4 TO WS-RETORNO
              ELSE
              IF WS-CT-DIFERENTES EQUAL ZEROES
                     MOVE "IGUAL" TO WS-SITUACAO
                     ADD 1 TO WS-ARQ-IGUAIS
              ELSE
                     MOVE "DIFERENTE" TO WS-SITUACAO
                     ADD 1 TO WS-ARQ-DIFERENTES
                     MOVE 4 TO WS-RETORNO
              END-IF
              END-IF
              END-IF
              END-IF.

       FORMATA-DATA.
              MOVE SPACES TO WS-DATA-ED.
              STRING WS-DATA-AUX (7:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (5:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (1:4) DELIMITED BY SIZE
                     INTO WS-DATA-ED.

       IMPRIME-TOTAIS.
              IF CT-LIN GREATER THAN 16
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE "ARQUIVOS COMPARADOS" TO TEXTO-TOT.
              MOVE WS-TOTAL-ARQ TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 3 LINES.
              MOVE "IGUAIS AO CICLO REAL" TO TEXTO-TOT.
              MOVE WS-ARQ-IGUAIS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DIFERENTES DO CICLO REAL" TO TEXTO-TOT.
              MOVE WS-ARQ-DIFERENTES TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "NAO GERADOS NO ENSAIO" TO TEXTO-TOT.
              MOVE WS-ARQ-SEM-ENSAIO TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "SEM CICLO REAL" TO TEXTO-TOT.
              MOVE WS-ARQ-SO-ENSAIO TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "AUSENTES NOS DOIS" TO TEXTO-TOT.
              MOVE WS-ARQ-AUSENTES TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-PREFIXO TO PREFIXO-CAB.
              IF WS-DATA-ENSAIO NUMERIC
                     MOVE WS-DATA-ENSAIO TO WS-DATA-AUX
                     PERFORM FORMATA-DATA
                     MOVE WS-DATA-ED TO DATA-CAB
              ELSE
                     MOVE SPACES TO DATA-CAB
              END-IF.
              MOVE WS-HOJE TO WS-DATA-AUX.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-ED TO HOJE-CAB.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "COMPARACAO ENSAIO" TO CAT-NOME.
              MOVE "EX121" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-HOJE TO CAT-DATA.
              MOVE WS-DATA-HORA TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX121-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.
