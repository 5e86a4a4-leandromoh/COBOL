       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX89.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  REMESSA DAS CONTRIBUICOES SINDICAIS DO CICLO. LE
      *          EX26-SINDICATO.DAT (UMA LINHA POR DESCONTO SINDICAL
      *          FEITO POR EX26: SINDICATO, MATRICULA, NOME, VALOR
      *          MENSAL E CONTRIBUICAO ANUAL), CLASSIFICA POR
      *          SINDICATO E MATRICULA VIA SORT (MESMO MOLDE DE EX18)
      *          E, COM NOME E CNPJ DE CADA SINDICATO VINDOS DE
      *          TABSIND.DAT, GERA:
      *          - O ARQUIVO DE REMESSA EX89-REMESSA-SIND.DAT:
      *            CABECALHO "H" COM A COMPETENCIA, UMA LINHA "C" POR
      *            CONTRIBUINTE, FECHANDO CADA SINDICATO COM UM
      *            REGISTRO "S" (CNPJ, NOME, QUANTIDADE E TOTAL A
      *            REPASSAR) E TRAILER "T" COM OS TOTAIS GERAIS;
      *          - A RELACAO DE CONTRIBUINTES POR SINDICATO
      *            EX89-REL.DAT, PAGINADA, COM SUBTOTAL POR SINDICATO
      *            E TOTAL GERAL, CATALOGADA EM REL-CATALOGO.DAT.
      *          A COMPETENCIA E A DATA DO LOTE (PARM-LOTE.DAT, OU
      *          HOJE), A MESMA REGRA DE EX26; LINHA DE OUTRA
      *          COMPETENCIA E IGNORADA COM AVISO. SINDICATO AUSENTE
      *          DE TABSIND.DAT SAI SEM CNPJ, COM AVISO. TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SIND-CICLO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SIND-CICLO.
       SELECT OPTIONAL ARQ-TABSIND ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD SIND-CICLO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX26-SINDICATO.DAT".

       01 REG-SIND-CICLO.
              02 SCIC-COMPETENCIA PIC 9(06).
              02 SCIC-SINDICATO   PIC X(04).
              02 SCIC-MATRICULA   PIC 9(05).
              02 SCIC-NOME        PIC X(20).
              02 SCIC-MENSAL      PIC 9(7)V99.
              02 SCIC-ANUAL       PIC 9(7)V99.

       FD ARQ-TABSIND
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABSIND.DAT".

       01 REG-TABSIND.
              02 SIN-CODIGO      PIC X(04).
              02 SIN-NOME        PIC X(30).
              02 SIN-CNPJ        PIC 9(14).
              02 SIN-REGRA       PIC X(01).
              02 SIN-PERCENTUAL  PIC 9(02)V99.
              02 SIN-VALOR       PIC 9(05)V99.
              02 SIN-MES-ANUAL   PIC 9(02).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD REMESSA
          LABEL         RECORD         ARE         STANDARD
          VALUE     OF FILE-ID     IS      "EX89-REMESSA-SIND.DAT".

       01 REG-REMESSA.
              02 REM-TIPO          PIC X(01).
              02 REM-SINDICATO     PIC X(04).
              02 REM-CNPJ          PIC 9(14).
              02 REM-MATRICULA     PIC 9(05).
              02 REM-NOME          PIC X(20).
              02 REM-MENSAL        PIC 9(07)V99.
              02 REM-ANUAL         PIC 9(07)V99.
              02 FILLER            PIC X(18).

       01 REG-REMESSA-CAB REDEFINES REG-REMESSA.
              02 REM-CAB-TIPO      PIC X(01).
              02 REM-CAB-COMPET    PIC 9(06).
              02 REM-CAB-GERACAO   PIC 9(08).
              02 FILLER            PIC X(65).

       01 REG-REMESSA-SIND REDEFINES REG-REMESSA.
              02 REM-SIN-TIPO      PIC X(01).
              02 REM-SIN-CODIGO    PIC X(04).
              02 REM-SIN-CNPJ      PIC 9(14).
              02 REM-SIN-NOME      PIC X(30).
              02 REM-SIN-QTDE      PIC 9(05).
              02 REM-SIN-TOTAL     PIC 9(09)V99.
              02 FILLER            PIC X(15).

       01 REG-REMESSA-TRL REDEFINES REG-REMESSA.
              02 REM-TRL-TIPO      PIC X(01).
              02 REM-TRL-SINDICATOS PIC 9(03).
              02 REM-TRL-QTDE      PIC 9(05).
              02 REM-TRL-TOTAL     PIC 9(09)V99.
              02 FILLER            PIC X(60).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-SINDICATO  PIC X(04).
              02 TRAB-MATRICULA  PIC 9(05).
              02 TRAB-NOME       PIC X(20).
              02 TRAB-MENSAL     PIC 9(7)V99.
              02 TRAB-ANUAL      PIC 9(7)V99.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX89-REL.DAT".
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
       77 WS-STATUS-SIND-CICLO PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-TABSIND PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-TOTAL-SINDICATOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-SIN PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO-SIN PIC 9(03) VALUE ZEROES.
       77 WS-QUEBRA-SINDICATO PIC X(04) VALUE SPACES.
       77 WS-QUEBRA-CNPJ PIC 9(14) VALUE ZEROES.
       77 WS-QUEBRA-NOME PIC X(30) VALUE SPACES.
       77 WS-PRIMEIRO-GRUPO PIC X(03) VALUE "SIM".
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-OUTRA-COMP PIC 9(05) VALUE ZEROES.
       77 WS-CT-GRUPO PIC 9(05) VALUE ZEROES.
       77 WS-CT-GERAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-SINDICATOS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-CONTRIB PIC 9(7)V99 VALUE ZEROES.
       77 WS-GRUPO-MENSAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-GRUPO-ANUAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-GERAL-MENSAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-GERAL-ANUAL PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-SINDICATOS.
              02 WS-SIN OCCURS 100 TIMES.
                     03 WS-SIN-CODIGO PIC X(04).
                     03 WS-SIN-NOME   PIC X(30).
                     03 WS-SIN-CNPJ   PIC 9(14).

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(46)
                 VALUE "RELACAO DE CONTRIBUINTES POR SINDICATO - COMP ".
          02 VAR-COMP   PIC 99/9999.
          02 FILLER     PIC X(39) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(15) VALUE "         MENSAL".
          02 FILLER PIC X(15) VALUE "          ANUAL".
          02 FILLER PIC X(15) VALUE "          TOTAL".
          02 FILLER PIC X(50) VALUE SPACES.

       01 LINHA-SINDICATO.
          02 FILLER        PIC X(10) VALUE "SINDICATO ".
          02 SIN-CODIGO-LIN PIC X(04).
          02 FILLER        PIC X(03) VALUE " - ".
          02 SIN-NOME-LIN  PIC X(30).
          02 FILLER        PIC X(07) VALUE " CNPJ ".
          02 SIN-CNPJ-LIN  PIC 99.999.999/9999B99.
          02 FILLER        PIC X(60) VALUE SPACES.

       01 DETALHE.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 DET-MATRICULA PIC 9(05).
          02 FILLER        PIC X(05) VALUE SPACES.
          02 DET-NOME      PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-MENSAL    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-ANUAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(51) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(09) VALUE "SUBTOTAL ".
          02 SUB-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(17) VALUE " CONTRIBUINTE(S) ".
          02 SUB-MENSAL    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SUB-ANUAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SUB-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(51) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(12) VALUE "TOTAL GERAL ".
          02 GER-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(14) VALUE " CONTRIBUINTES".
          02 GER-MENSAL    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 GER-ANUAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 GER-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA89 SECTION.

       PERFORM PREPARA-CICLO.
       SORT TRAB
            ASCENDING KEY TRAB-SINDICATO
            ASCENDING KEY TRAB-MATRICULA
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
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GERACAO.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE WS-GERACAO TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              OPEN INPUT ARQ-TABSIND.
              PERFORM UNTIL WS-FIM-TABSIND EQUAL 1
                     READ ARQ-TABSIND
                            AT END MOVE 1 TO WS-FIM-TABSIND
                            NOT AT END
                            PERFORM GUARDA-SINDICATO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABSIND.

       GUARDA-SINDICATO SECTION.
              IF WS-TOTAL-SINDICATOS EQUAL 100
                     DISPLAY "EX89 - TABELA DE SINDICATOS CHEIA (100) "
                             "- SINDICATO IGNORADO: " SIN-CODIGO
              ELSE
                     ADD 1 TO WS-TOTAL-SINDICATOS
                     MOVE SIN-CODIGO TO
                          WS-SIN-CODIGO (WS-TOTAL-SINDICATOS)
                     MOVE SIN-NOME TO
                          WS-SIN-NOME (WS-TOTAL-SINDICATOS)
                     MOVE SIN-CNPJ TO
                          WS-SIN-CNPJ (WS-TOTAL-SINDICATOS)
              END-IF.

       ROT-ENTRADA SECTION.
              PERFORM INICIO-ENTRADA.
              PERFORM PRINCIPAL-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
              OPEN INPUT SIND-CICLO.
              IF WS-STATUS-SIND-CICLO NOT EQUAL "00"
                     DISPLAY "EX89 - ERRO AO ABRIR EX26-SINDICATO - "
                             "FILE STATUS " WS-STATUS-SIND-CICLO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ SIND-CICLO
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              IF SCIC-COMPETENCIA EQUAL WS-CICLO (1:6)
                     MOVE SCIC-SINDICATO TO TRAB-SINDICATO
                     MOVE SCIC-MATRICULA TO TRAB-MATRICULA
                     MOVE SCIC-NOME TO TRAB-NOME
                     MOVE SCIC-MENSAL TO TRAB-MENSAL
                     MOVE SCIC-ANUAL TO TRAB-ANUAL
                     RELEASE REG-TRAB
              ELSE
                     ADD 1 TO WS-CT-OUTRA-COMP
                     DISPLAY "EX89 - AVISO: LINHA DA COMPETENCIA "
                             SCIC-COMPETENCIA " IGNORADA - MATRICULA "
                             SCIC-MATRICULA
              END-IF.
              PERFORM LEITURA-ENTRADA.

       FIM-ENTRADA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE SIND-CICLO
              END-IF.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM INICIO-SAIDA
                     PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
              END-IF.

       INICIO-SAIDA SECTION.
              MOVE "NAO" TO FIM-ARQ.
              OPEN OUTPUT RELAT REMESSA.
              MOVE SPACES TO REG-REMESSA.
              MOVE "H" TO REM-CAB-TIPO.
              MOVE WS-CICLO (1:6) TO REM-CAB-COMPET.
              MOVE WS-GERACAO TO REM-CAB-GERACAO.
              WRITE REG-REMESSA.
              PERFORM LE-SAIDA.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              PERFORM DETALHE-SAIDA.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "SIM"
                     MOVE "NAO" TO WS-PRIMEIRO-GRUPO
                     PERFORM INICIA-SINDICATO
              ELSE
                     IF TRAB-SINDICATO NOT EQUAL WS-QUEBRA-SINDICATO
                            PERFORM FECHA-SINDICATO
                            PERFORM INICIA-SINDICATO
                     END-IF
              END-IF.

       INICIA-SINDICATO SECTION.
              MOVE TRAB-SINDICATO TO WS-QUEBRA-SINDICATO.
              MOVE ZEROES TO WS-ACHADO-SIN.
              PERFORM VARYING WS-IND-SIN FROM 1 BY 1
                      UNTIL WS-IND-SIN GREATER WS-TOTAL-SINDICATOS
                      IF WS-SIN-CODIGO (WS-IND-SIN) EQUAL
                         TRAB-SINDICATO
                             MOVE WS-IND-SIN TO WS-ACHADO-SIN
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-SIN EQUAL ZEROES
                     MOVE ZEROES TO WS-QUEBRA-CNPJ
                     MOVE "NAO CADASTRADO EM TABSIND" TO WS-QUEBRA-NOME
                     DISPLAY "EX89 - AVISO: SINDICATO " TRAB-SINDICATO
                             " AUSENTE DE TABSIND.DAT - REMESSA SEM "
                             "CNPJ"
              ELSE
                     MOVE WS-SIN-CNPJ (WS-ACHADO-SIN) TO WS-QUEBRA-CNPJ
                     MOVE WS-SIN-NOME (WS-ACHADO-SIN) TO WS-QUEBRA-NOME
              END-IF.
              MOVE ZEROES TO WS-CT-GRUPO WS-GRUPO-MENSAL
                             WS-GRUPO-ANUAL.
              IF CT-LIN GREATER 26
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-QUEBRA-SINDICATO TO SIN-CODIGO-LIN.
              MOVE WS-QUEBRA-NOME TO SIN-NOME-LIN.
              MOVE WS-QUEBRA-CNPJ TO SIN-CNPJ-LIN.
              WRITE REG-REL FROM LINHA-SINDICATO
                    AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.

       DETALHE-SAIDA SECTION.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              COMPUTE WS-TOTAL-CONTRIB = TRAB-MENSAL + TRAB-ANUAL.
              MOVE TRAB-MATRICULA TO DET-MATRICULA.
              MOVE TRAB-NOME TO DET-NOME.
              MOVE TRAB-MENSAL TO DET-MENSAL.
              MOVE TRAB-ANUAL TO DET-ANUAL.
              MOVE WS-TOTAL-CONTRIB TO DET-TOTAL.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE SPACES TO REG-REMESSA.
              MOVE "C" TO REM-TIPO.
              MOVE WS-QUEBRA-SINDICATO TO REM-SINDICATO.
              MOVE WS-QUEBRA-CNPJ TO REM-CNPJ.
              MOVE TRAB-MATRICULA TO REM-MATRICULA.
              MOVE TRAB-NOME TO REM-NOME.
              MOVE TRAB-MENSAL TO REM-MENSAL.
              MOVE TRAB-ANUAL TO REM-ANUAL.
              WRITE REG-REMESSA.
              ADD 1 TO WS-CT-GRUPO WS-CT-GERAL.
              ADD TRAB-MENSAL TO WS-GRUPO-MENSAL WS-GERAL-MENSAL.
              ADD TRAB-ANUAL TO WS-GRUPO-ANUAL WS-GERAL-ANUAL.

       FECHA-SINDICATO SECTION.
              MOVE WS-CT-GRUPO TO SUB-QTDE.
              MOVE WS-GRUPO-MENSAL TO SUB-MENSAL.
              MOVE WS-GRUPO-ANUAL TO SUB-ANUAL.
              COMPUTE SUB-TOTAL = WS-GRUPO-MENSAL + WS-GRUPO-ANUAL.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE SPACES TO REG-REMESSA.
              MOVE "S" TO REM-SIN-TIPO.
              MOVE WS-QUEBRA-SINDICATO TO REM-SIN-CODIGO.
              MOVE WS-QUEBRA-CNPJ TO REM-SIN-CNPJ.
              MOVE WS-QUEBRA-NOME TO REM-SIN-NOME.
              MOVE WS-CT-GRUPO TO REM-SIN-QTDE.
              COMPUTE REM-SIN-TOTAL = WS-GRUPO-MENSAL + WS-GRUPO-ANUAL.
              WRITE REG-REMESSA.
              ADD 1 TO WS-CT-SINDICATOS.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (5:2) TO VAR-COMP (1:2).
              MOVE "/" TO VAR-COMP (3:1).
              MOVE WS-CICLO (1:4) TO VAR-COMP (4:4).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-TOTAL-GERAL SECTION.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-CT-GERAL TO GER-QTDE.
              MOVE WS-GERAL-MENSAL TO GER-MENSAL.
              MOVE WS-GERAL-ANUAL TO GER-ANUAL.
              COMPUTE GER-TOTAL = WS-GERAL-MENSAL + WS-GERAL-ANUAL.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 3 LINES.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CONTRIBUINTES SINDIC" TO CAT-NOME.
              MOVE "EX89" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX89-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FIM-SAIDA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "NAO"
                     PERFORM FECHA-SINDICATO
              END-IF.
              PERFORM IMPRIME-TOTAL-GERAL.
              MOVE SPACES TO REG-REMESSA.
              MOVE "T" TO REM-TRL-TIPO.
              MOVE WS-CT-SINDICATOS TO REM-TRL-SINDICATOS.
              MOVE WS-CT-GERAL TO REM-TRL-QTDE.
              COMPUTE REM-TRL-TOTAL = WS-GERAL-MENSAL + WS-GERAL-ANUAL.
              WRITE REG-REMESSA.
              CLOSE RELAT REMESSA.
              PERFORM REGISTRA-CATALOGO.
              DISPLAY "EX89 - REMESSA SINDICAL GERADA - "
                      WS-CT-SINDICATOS " SINDICATO(S), "
                      WS-CT-GERAL " CONTRIBUINTE(S), "
                      WS-CT-OUTRA-COMP " LINHA(S) DE OUTRA COMPETENCIA".
