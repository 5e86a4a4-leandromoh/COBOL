       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX96.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  RELATORIO DE CUSTO RATEADO CONTRA CUSTO DIRETO POR
      *          DEPARTAMENTO: PERCORRE CADSAI.DAT E, PARA CADA
      *          DEPARTAMENTO, SOMA O CUSTO DIRETO (SALARIO-REAJUSTADO
      *          DE QUEM ESTA LOTADO NELE PELO DEPTO-SAI, COMO A FOLHA
      *          ERA APROPRIADA ANTES DO RATEIO) E O CUSTO RATEADO
      *          (A PARTE DE CADA FUNCIONARIO QUE O RATEIO VIGENTE EM
      *          CADRAT.DAT, CONSULTADO PELO SUBPROGRAMA RATSRV, MANDA
      *          PARA O DEPARTAMENTO; SEM RATEIO O SALARIO FICA TODO
      *          NO DEPTO-SAI). IMPRIME EM EX96-REL.DAT UMA LINHA POR
      *          DEPARTAMENTO COM OS LOTADOS, O CUSTO DIRETO, QUANTOS
      *          FUNCIONARIOS RATEADOS TEM PARTE NELE, O CUSTO
      *          RATEADO E A DIFERENCA (RATEADO MENOS DIRETO), E O
      *          QUADRO DE TOTAIS, ONDE O DIRETO E O RATEADO TEM DE
      *          BATER. A DESCRICAO VEM DE DEPTOS.DAT E A DATA DE
      *          REFERENCIA DO RATEIO E A DE PARM-LOTE.DAT (OU A DO
      *          DIA). CATALOGADO EM REL-CATALOGO.DAT.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

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
       SELECT OPTIONAL ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
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

       FD ARQ-DEPTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DEPTOS.DAT".

       01 REG-DEPTO.
              02 DEPTO-COD       PIC X(04).
              02 DEPTO-DESCR     PIC X(20).
              02 DEPTO-ORCAMENTO PIC 9(9)V99.
              02 DEPTO-HEADCOUNT PIC 9(05).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX96-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 CT-LIN PIC 9(02) VALUE 30.
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-FIM-DEPTOS PIC 9(01) VALUE 0.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-IND-RAT PIC 9(02) VALUE ZEROES.
       77 WS-DEPTO-PROCURADO PIC X(04) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RATEADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-FORA-TABELA PIC 9(05) VALUE ZEROES.
       77 WS-DIFERENCA PIC S9(9)V99 VALUE ZEROES.
       77 WS-TOT-DIRETO PIC 9(11)V99 VALUE ZEROES.
       77 WS-TOT-RATEADO PIC 9(11)V99 VALUE ZEROES.
       77 WS-TOT-FORA-TABELA PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-CUSTOS.
              02 WS-DEP OCCURS 50 TIMES.
                     03 WS-DEP-COD       PIC X(04).
                     03 WS-DEP-DESCR     PIC X(20).
                     03 WS-DEP-LOTADOS   PIC 9(05).
                     03 WS-DEP-DIRETO    PIC 9(9)V99.
                     03 WS-DEP-RATEADOS  PIC 9(05).
                     03 WS-DEP-RATEADO   PIC 9(9)V99.

       01 RATSRV-AREA.
              COPY RATSRV.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(30) VALUE SPACES.
          02 FILLER     PIC X(52)
             VALUE "CUSTO RATEADO X CUSTO DIRETO POR DEPARTAMENTO - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(34) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(07) VALUE "DEPTO".
          02 FILLER PIC X(22) VALUE "DESCRICAO".
          02 FILLER PIC X(09) VALUE "LOTADOS".
          02 FILLER PIC X(17) VALUE "   CUSTO DIRETO".
          02 FILLER PIC X(10) VALUE "RATEADOS".
          02 FILLER PIC X(17) VALUE "  CUSTO RATEADO".
          02 FILLER PIC X(14) VALUE "     DIFERENCA".
          02 FILLER PIC X(36) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-DEPTO       PIC X(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DESCR       PIC X(20).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-LOTADOS     PIC ZZ.ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-DIRETO      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DET-RATEADOS    PIC ZZ.ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-RATEADO     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DIFERENCA   PIC ---.---.--9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR     PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-VALOR     PIC ---.---.---.--9,99.
          02 FILLER        PIC X(70) VALUE SPACES.

       01 LINHA-TOTAL-QTDE.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR-QTDE PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 FILLER        PIC X(12) VALUE SPACES.
          02 TOT-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA96.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM IMPRIME-RELATORIO
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              PERFORM CARREGA-DEPTOS.
              OPEN INPUT CADSAI.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX96 - ERRO AO ABRIR CADSAI - FILE "
                             "STATUS " WS-STATUS-CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
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

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              PERFORM UNTIL WS-FIM-DEPTOS EQUAL 1
                     READ ARQ-DEPTOS
                            AT END MOVE 1 TO WS-FIM-DEPTOS
                            NOT AT END
                            MOVE DEPTO-COD TO WS-DEPTO-PROCURADO
                            PERFORM LOCALIZA-DEPTO
                            IF WS-ACHADO GREATER ZEROES
                                   MOVE DEPTO-DESCR TO
                                        WS-DEP-DESCR (WS-ACHADO)
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-DEPTOS.

      *    PROCURA WS-DEPTO-PROCURADO NA TABELA E, SE NAO ACHAR,
      *    ABRE UMA POSICAO NOVA; WS-ACHADO ZERO = TABELA CHEIA.
       LOCALIZA-DEPTO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      IF WS-DEPTO-PROCURADO EQUAL WS-DEP-COD (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-DEPTOS EQUAL 50
                            DISPLAY "EX96 - TABELA DE DEPARTAMENTOS "
                                    "CHEIA (50) - DEPTO FORA DO "
                                    "RELATORIO: " WS-DEPTO-PROCURADO
                     ELSE
                            ADD 1 TO WS-TOTAL-DEPTOS
                            MOVE WS-TOTAL-DEPTOS TO WS-ACHADO
                            MOVE WS-DEPTO-PROCURADO TO
                                 WS-DEP-COD (WS-ACHADO)
                            MOVE "SEM DESCRICAO" TO
                                 WS-DEP-DESCR (WS-ACHADO)
                            MOVE ZEROES TO
                                 WS-DEP-LOTADOS (WS-ACHADO)
                                 WS-DEP-DIRETO (WS-ACHADO)
                                 WS-DEP-RATEADOS (WS-ACHADO)
                                 WS-DEP-RATEADO (WS-ACHADO)
                     END-IF
              END-IF.

       VERIFICA-FIM.
              READ CADSAI
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS
              END-READ.

       PRINCIPAL.
              MOVE DEPTO-SAI TO WS-DEPTO-PROCURADO.
              PERFORM LOCALIZA-DEPTO.
              IF WS-ACHADO EQUAL ZEROES
                     ADD 1 TO WS-CT-FORA-TABELA
                     ADD SALARIO-REAJUSTADO TO WS-TOT-FORA-TABELA
              ELSE
                     ADD 1 TO WS-DEP-LOTADOS (WS-ACHADO)
                     ADD SALARIO-REAJUSTADO TO
                         WS-DEP-DIRETO (WS-ACHADO)
                     ADD SALARIO-REAJUSTADO TO WS-TOT-DIRETO
              END-IF.
              MOVE CODIGO-SAI TO RTS-MATRICULA.
              MOVE WS-CICLO TO RTS-DATA.
              MOVE SALARIO-REAJUSTADO TO RTS-VALOR.
              CALL "RATSRV" USING RATSRV-AREA.
              IF RTS-RETORNO EQUAL "7"
                     DISPLAY "EX96 - AVISO: RATEIO DA MATRICULA "
                             CODIGO-SAI " VIGENCIA " RTS-VIGENCIA
                             " NAO SOMA 100% - IGNORADO"
              END-IF.
              IF RTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-RATEADOS
                     PERFORM APROPRIA-RATEIO
                             VARYING WS-IND-RAT FROM 1 BY 1
                             UNTIL WS-IND-RAT GREATER RTS-QTDE
              ELSE
                     IF WS-ACHADO GREATER ZEROES
                            ADD SALARIO-REAJUSTADO TO
                                WS-DEP-RATEADO (WS-ACHADO)
                            ADD SALARIO-REAJUSTADO TO WS-TOT-RATEADO
                     END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       APROPRIA-RATEIO.
              MOVE RTS-DEPTO (WS-IND-RAT) TO WS-DEPTO-PROCURADO.
              PERFORM LOCALIZA-DEPTO.
              IF WS-ACHADO EQUAL ZEROES
                     ADD RTS-VALOR-ITEM (WS-IND-RAT) TO
                         WS-TOT-FORA-TABELA
              ELSE
                     ADD 1 TO WS-DEP-RATEADOS (WS-ACHADO)
                     ADD RTS-VALOR-ITEM (WS-IND-RAT) TO
                         WS-DEP-RATEADO (WS-ACHADO)
                     ADD RTS-VALOR-ITEM (WS-IND-RAT) TO
                         WS-TOT-RATEADO
              END-IF.

       IMPRIME-RELATORIO.
              OPEN OUTPUT RELAT.
              PERFORM CABECALHO-SAIDA.
              PERFORM IMPRIME-DEPTO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS.
              PERFORM IMPRIME-TOTAIS.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       IMPRIME-DEPTO.
              IF WS-DEP-DIRETO (WS-IND) GREATER ZEROES
                 OR WS-DEP-RATEADO (WS-IND) GREATER ZEROES
                     MOVE WS-DEP-COD (WS-IND) TO DET-DEPTO
                     MOVE WS-DEP-DESCR (WS-IND) TO DET-DESCR
                     MOVE WS-DEP-LOTADOS (WS-IND) TO DET-LOTADOS
                     MOVE WS-DEP-DIRETO (WS-IND) TO DET-DIRETO
                     MOVE WS-DEP-RATEADOS (WS-IND) TO DET-RATEADOS
                     MOVE WS-DEP-RATEADO (WS-IND) TO DET-RATEADO
                     COMPUTE WS-DIFERENCA = WS-DEP-RATEADO (WS-IND)
                             - WS-DEP-DIRETO (WS-IND)
                     MOVE WS-DIFERENCA TO DET-DIFERENCA
                     IF CT-LIN GREATER 29
                            PERFORM CABECALHO-SAIDA
                     END-IF
                     WRITE REG-REL FROM DETALHE
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
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

       IMPRIME-TOTAIS.
              WRITE REG-REL FROM LINHA-TOT-TITULO
                    AFTER ADVANCING 3 LINES.
              MOVE "FUNCIONARIOS LIDOS" TO TOT-DESCR-QTDE.
              MOVE WS-CT-LIDOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS COM RATEIO" TO TOT-DESCR-QTDE.
              MOVE WS-CT-RATEADOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "CUSTO DIRETO" TO TOT-DESCR.
              MOVE WS-TOT-DIRETO TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "CUSTO RATEADO" TO TOT-DESCR.
              MOVE WS-TOT-RATEADO TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              IF WS-TOT-FORA-TABELA GREATER ZEROES
                     MOVE "FORA DO RELATORIO (TAB. CHEIA)" TO TOT-DESCR
                     MOVE WS-TOT-FORA-TABELA TO TOT-VALOR
                     WRITE REG-REL FROM LINHA-TOTAL
                           AFTER ADVANCING 1 LINE
              END-IF.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CUSTO RATEADO DEPTO" TO CAT-NOME.
              MOVE "EX96" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX96-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX96 - RESUMO DO CUSTO RATEADO POR DEPTO".
              DISPLAY "FUNCIONARIOS LIDOS     : " WS-CT-LIDOS.
              DISPLAY "COM RATEIO DE CUSTO    : " WS-CT-RATEADOS.
              DISPLAY "DEPTO FORA DA TABELA   : " WS-CT-FORA-TABELA.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADSAI
              END-IF.
              PERFORM RESUMO-FINAL.
