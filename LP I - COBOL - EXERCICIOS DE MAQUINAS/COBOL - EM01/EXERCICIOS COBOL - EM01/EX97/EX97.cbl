       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX97.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  RELATORIO DA ESTRUTURA SALARIAL POR CARGO. LE O
      *          CADSAI.DAT (SALARIO-REAJUSTADO E O SALARIO EM VIGOR),
      *          CLASSIFICA POR CARGO E NOME VIA SORT (MESMO MOLDE DE
      *          EX89) E, COM A FAIXA DE CADA CARGO VINDA DA TABELA
      *          CARGOS.DAT PELO SUBPROGRAMA CARSRV, IMPRIME EM
      *          EX97-REL.DAT:
      *          - POR CARGO, A DESCRICAO E A FAIXA (MINIMO, PONTO
      *            MEDIO E MAXIMO), UMA LINHA POR FUNCIONARIO COM O
      *            SALARIO, O COMPA-RATIO (SALARIO DIVIDIDO PELO PONTO
      *            MEDIO) E A SITUACAO NA FAIXA, FECHANDO COM A
      *            QUANTIDADE E O COMPA-RATIO MEDIO DO CARGO;
      *          - EM SEGUIDA, EM PAGINA PROPRIA, A RELACAO DE TODOS
      *            OS QUE ESTAO ABAIXO DO MINIMO OU ACIMA DO MAXIMO DA
      *            FAIXA, COM A DIFERENCA PARA O LIMITE ULTRAPASSADO;
      *          - O TOTAL GERAL, COM QUANTOS ESTAO DENTRO, ABAIXO,
      *            ACIMA E COM CARGO FORA DA TABELA.
      *          O RELATORIO E CATALOGADO EM REL-CATALOGO.DAT COM A
      *          FILIAL E A DATA DO LOTE (PARM-LOTE.DAT, OU HOJE).
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO PASSO
      *          DA CADEIA DE EX10.

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
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRAB ASSIGN TO DISK.
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

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-CARGO      PIC X(15).
              02 TRAB-NOME       PIC X(20).
              02 TRAB-MATRICULA  PIC 9(05).
              02 TRAB-DEPTO      PIC X(04).
              02 TRAB-SALARIO    PIC 9(7)V99.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX97-REL.DAT".
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
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-PARTE-FORA PIC X(03) VALUE "NAO".
       77 WS-QUEBRA-CARGO PIC X(15) VALUE SPACES.
       77 WS-PRIMEIRO-GRUPO PIC X(03) VALUE "SIM".
       77 WS-SITUACAO PIC X(18) VALUE SPACES.
       77 WS-DIFERENCA PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-GRUPO PIC 9(05) VALUE ZEROES.
       77 WS-CT-GRUPO-RATIO PIC 9(05) VALUE ZEROES.
       77 WS-SOMA-RATIO PIC 9(07)V999 VALUE ZEROES.
       77 WS-CT-GERAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-CARGOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DENTRO PIC 9(05) VALUE ZEROES.
       77 WS-CT-ABAIXO PIC 9(05) VALUE ZEROES.
       77 WS-CT-ACIMA PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-CARGO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-FORA PIC 9(03) VALUE ZEROES.
       77 WS-IND-FORA PIC 9(03) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 TABELA-FORA-FAIXA.
              02 WS-FORA OCCURS 500 TIMES.
                     03 WS-FORA-CARGO     PIC X(15).
                     03 WS-FORA-MATRICULA PIC 9(05).
                     03 WS-FORA-NOME      PIC X(20).
                     03 WS-FORA-SALARIO   PIC 9(7)V99.
                     03 WS-FORA-LIMITE    PIC 9(7)V99.
                     03 WS-FORA-DIFERENCA PIC 9(7)V99.
                     03 WS-FORA-RATIO     PIC 9(03)V999.
                     03 WS-FORA-SITUACAO  PIC X(18).

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(39)
                 VALUE "ESTRUTURA SALARIAL POR CARGO - FILIAL ".
          02 VAR-FILIAL PIC X(04).
          02 FILLER     PIC X(06) VALUE " DATA ".
          02 VAR-DATA   PIC 99/99/9999.
          02 FILLER     PIC X(33) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(06) VALUE "DEPTO".
          02 FILLER PIC X(14) VALUE "       SALARIO".
          02 FILLER PIC X(12) VALUE " COMPA-RATIO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "SITUACAO".
          02 FILLER PIC X(52) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(16) VALUE "CARGO".
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(14) VALUE "       SALARIO".
          02 FILLER PIC X(14) VALUE "        LIMITE".
          02 FILLER PIC X(14) VALUE "     DIFERENCA".
          02 FILLER PIC X(12) VALUE " COMPA-RATIO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "SITUACAO".
          02 FILLER PIC X(14) VALUE SPACES.

       01 LINHA-CARGO.
          02 FILLER        PIC X(06) VALUE "CARGO ".
          02 CRG-CODIGO-LIN PIC X(15).
          02 FILLER        PIC X(03) VALUE " - ".
          02 CRG-DESCR-LIN PIC X(30).
          02 FILLER        PIC X(08) VALUE " MINIMO ".
          02 CRG-MINIMO-LIN PIC ZZZ.ZZ9,99.
          02 FILLER        PIC X(07) VALUE " MEDIO ".
          02 CRG-MEDIO-LIN PIC ZZZ.ZZ9,99.
          02 FILLER        PIC X(08) VALUE " MAXIMO ".
          02 CRG-MAXIMO-LIN PIC ZZZ.ZZ9,99.
          02 FILLER        PIC X(25) VALUE SPACES.

       01 DETALHE.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 DET-MATRICULA PIC 9(05).
          02 FILLER        PIC X(05) VALUE SPACES.
          02 DET-NOME      PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-DEPTO     PIC X(04).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-SALARIO   PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 DET-RATIO     PIC ZZ9,999.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-SITUACAO  PIC X(18).
          02 FILLER        PIC X(43) VALUE SPACES.

       01 DETALHE-FORA.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FOR-CARGO     PIC X(15).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FOR-MATRICULA PIC 9(05).
          02 FILLER        PIC X(05) VALUE SPACES.
          02 FOR-NOME      PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 FOR-SALARIO   PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 FOR-LIMITE    PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 FOR-DIFERENCA PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 FOR-RATIO     PIC ZZ9,999.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 FOR-SITUACAO  PIC X(18).
          02 FILLER        PIC X(06) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(09) VALUE "SUBTOTAL ".
          02 SUB-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(17) VALUE " FUNCIONARIO(S) -".
          02 FILLER        PIC X(20) VALUE " COMPA-RATIO MEDIO ".
          02 SUB-RATIO     PIC ZZ9,999.
          02 FILLER        PIC X(68) VALUE SPACES.

       01 LINHA-TITULO-FORA.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(50) VALUE
             "FUNCIONARIOS ABAIXO DO MINIMO OU ACIMA DO MAXIMO".
          02 FILLER        PIC X(76) VALUE SPACES.

       01 LINHA-SEM-FORA.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(41)
                 VALUE "NENHUM FUNCIONARIO FORA DA FAIXA DO CARGO".
          02 FILLER        PIC X(85) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(12) VALUE "TOTAL GERAL ".
          02 GER-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(17) VALUE " FUNCIONARIOS EM ".
          02 GER-CARGOS    PIC ZZZZ9.
          02 FILLER        PIC X(11) VALUE " CARGOS -  ".
          02 FILLER        PIC X(07) VALUE "DENTRO ".
          02 GER-DENTRO    PIC ZZZZ9.
          02 FILLER        PIC X(08) VALUE " ABAIXO ".
          02 GER-ABAIXO    PIC ZZZZ9.
          02 FILLER        PIC X(07) VALUE " ACIMA ".
          02 GER-ACIMA     PIC ZZZZ9.
          02 FILLER        PIC X(17) VALUE " CARGO INVALIDO ".
          02 GER-SEM-CARGO PIC ZZZZ9.
          02 FILLER        PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA97 SECTION.

       PERFORM PREPARA-CICLO.
       SORT TRAB
            ASCENDING KEY TRAB-CARGO
            ASCENDING KEY TRAB-NOME
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

       ROT-ENTRADA SECTION.
              PERFORM INICIO-ENTRADA.
              PERFORM PRINCIPAL-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
              OPEN INPUT CADSAI.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX97 - ERRO AO ABRIR CADSAI - "
                             "FILE STATUS " WS-STATUS-CADSAI
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ CADSAI NEXT RECORD
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              MOVE CARGO-SAI TO TRAB-CARGO.
              MOVE NOME-SAI TO TRAB-NOME.
              MOVE CODIGO-SAI TO TRAB-MATRICULA.
              MOVE DEPTO-SAI TO TRAB-DEPTO.
              MOVE SALARIO-REAJUSTADO TO TRAB-SALARIO.
              RELEASE REG-TRAB.
              PERFORM LEITURA-ENTRADA.

       FIM-ENTRADA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADSAI
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
              PERFORM VERIFICA-QUEBRA.
              PERFORM DETALHE-SAIDA.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "SIM"
                     MOVE "NAO" TO WS-PRIMEIRO-GRUPO
                     PERFORM INICIA-CARGO
              ELSE
                     IF TRAB-CARGO NOT EQUAL WS-QUEBRA-CARGO
                            PERFORM FECHA-CARGO
                            PERFORM INICIA-CARGO
                     END-IF
              END-IF.

       INICIA-CARGO SECTION.
              MOVE TRAB-CARGO TO WS-QUEBRA-CARGO.
              MOVE TRAB-CARGO TO CRS-CARGO.
              MOVE ZEROES TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "5" OR CRS-RETORNO EQUAL "9"
                     MOVE "CARGO FORA DE CARGOS.DAT" TO CRG-DESCR-LIN
              ELSE
                     MOVE CRS-DESCRICAO TO CRG-DESCR-LIN
              END-IF.
              MOVE ZEROES TO WS-CT-GRUPO WS-CT-GRUPO-RATIO
                             WS-SOMA-RATIO.
              ADD 1 TO WS-CT-CARGOS.
              IF CT-LIN GREATER 26
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-QUEBRA-CARGO TO CRG-CODIGO-LIN.
              MOVE CRS-MINIMO TO CRG-MINIMO-LIN.
              MOVE CRS-MEDIO TO CRG-MEDIO-LIN.
              MOVE CRS-MAXIMO TO CRG-MAXIMO-LIN.
              WRITE REG-REL FROM LINHA-CARGO
                    AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.

       DETALHE-SAIDA SECTION.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE TRAB-CARGO TO CRS-CARGO.
              MOVE TRAB-SALARIO TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "1"
                     MOVE "ABAIXO DO MINIMO" TO WS-SITUACAO
                     ADD 1 TO WS-CT-ABAIXO
                     COMPUTE WS-DIFERENCA = CRS-MINIMO - TRAB-SALARIO
                     PERFORM GUARDA-FORA-FAIXA
              ELSE
              IF CRS-RETORNO EQUAL "2"
                     MOVE "ACIMA DO MAXIMO" TO WS-SITUACAO
                     ADD 1 TO WS-CT-ACIMA
                     COMPUTE WS-DIFERENCA = TRAB-SALARIO - CRS-MAXIMO
                     PERFORM GUARDA-FORA-FAIXA
              ELSE
              IF CRS-RETORNO EQUAL "0"
                     MOVE "DENTRO DA FAIXA" TO WS-SITUACAO
                     ADD 1 TO WS-CT-DENTRO
              ELSE
                     MOVE "CARGO INEXISTENTE" TO WS-SITUACAO
                     ADD 1 TO WS-CT-SEM-CARGO
              END-IF
              END-IF
              END-IF.
              IF CRS-RETORNO EQUAL "0" OR CRS-RETORNO EQUAL "1"
                 OR CRS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-GRUPO-RATIO
                     ADD CRS-COMPA-RATIO TO WS-SOMA-RATIO
              END-IF.
              MOVE TRAB-MATRICULA TO DET-MATRICULA.
              MOVE TRAB-NOME TO DET-NOME.
              MOVE TRAB-DEPTO TO DET-DEPTO.
              MOVE TRAB-SALARIO TO DET-SALARIO.
              MOVE CRS-COMPA-RATIO TO DET-RATIO.
              MOVE WS-SITUACAO TO DET-SITUACAO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-GRUPO WS-CT-GERAL.

       GUARDA-FORA-FAIXA SECTION.
              IF WS-TOTAL-FORA EQUAL 500
                     DISPLAY "EX97 - TABELA FORA DA FAIXA CHEIA (500) "
                             "- NAO RELACIONADO: " TRAB-MATRICULA
              ELSE
                     ADD 1 TO WS-TOTAL-FORA
                     MOVE TRAB-CARGO TO WS-FORA-CARGO (WS-TOTAL-FORA)
                     MOVE TRAB-MATRICULA TO
                          WS-FORA-MATRICULA (WS-TOTAL-FORA)
                     MOVE TRAB-NOME TO WS-FORA-NOME (WS-TOTAL-FORA)
                     MOVE TRAB-SALARIO TO
                          WS-FORA-SALARIO (WS-TOTAL-FORA)
                     MOVE WS-DIFERENCA TO
                          WS-FORA-DIFERENCA (WS-TOTAL-FORA)
                     MOVE CRS-COMPA-RATIO TO
                          WS-FORA-RATIO (WS-TOTAL-FORA)
                     MOVE WS-SITUACAO TO
                          WS-FORA-SITUACAO (WS-TOTAL-FORA)
                     IF CRS-RETORNO EQUAL "1"
                            MOVE CRS-MINIMO TO
                                 WS-FORA-LIMITE (WS-TOTAL-FORA)
                     ELSE
                            MOVE CRS-MAXIMO TO
                                 WS-FORA-LIMITE (WS-TOTAL-FORA)
                     END-IF
              END-IF.

       FECHA-CARGO SECTION.
              MOVE WS-CT-GRUPO TO SUB-QTDE.
              IF WS-CT-GRUPO-RATIO GREATER ZEROES
                     COMPUTE SUB-RATIO ROUNDED =
                             WS-SOMA-RATIO / WS-CT-GRUPO-RATIO
              ELSE
                     MOVE ZEROES TO SUB-RATIO
              END-IF.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-LOTE-FILIAL TO VAR-FILIAL.
              MOVE WS-CICLO (7:2) TO VAR-DATA (1:2).
              MOVE "/" TO VAR-DATA (3:1).
              MOVE WS-CICLO (5:2) TO VAR-DATA (4:2).
              MOVE "/" TO VAR-DATA (6:1).
              MOVE WS-CICLO (1:4) TO VAR-DATA (7:4).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              IF WS-PARTE-FORA EQUAL "SIM"
                     WRITE REG-REL FROM LINHA-TITULO-FORA
                           AFTER ADVANCING 2 LINES
                     WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES
              ELSE
                     WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES
              END-IF.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-FORA-FAIXA SECTION.
              MOVE "SIM" TO WS-PARTE-FORA.
              PERFORM CABECALHO-SAIDA.
              IF WS-TOTAL-FORA EQUAL ZEROES
                     WRITE REG-REL FROM LINHA-SEM-FORA
                           AFTER ADVANCING 2 LINES
                     ADD 2 TO CT-LIN
              END-IF.
              PERFORM VARYING WS-IND-FORA FROM 1 BY 1
                      UNTIL WS-IND-FORA GREATER WS-TOTAL-FORA
                      IF CT-LIN GREATER 29
                             PERFORM CABECALHO-SAIDA
                      END-IF
                      MOVE WS-FORA-CARGO (WS-IND-FORA) TO FOR-CARGO
                      MOVE WS-FORA-MATRICULA (WS-IND-FORA) TO
                           FOR-MATRICULA
                      MOVE WS-FORA-NOME (WS-IND-FORA) TO FOR-NOME
                      MOVE WS-FORA-SALARIO (WS-IND-FORA) TO
                           FOR-SALARIO
                      MOVE WS-FORA-LIMITE (WS-IND-FORA) TO FOR-LIMITE
                      MOVE WS-FORA-DIFERENCA (WS-IND-FORA) TO
                           FOR-DIFERENCA
                      MOVE WS-FORA-RATIO (WS-IND-FORA) TO FOR-RATIO
                      MOVE WS-FORA-SITUACAO (WS-IND-FORA) TO
                           FOR-SITUACAO
                      WRITE REG-REL FROM DETALHE-FORA
                            AFTER ADVANCING 1 LINE
                      ADD 1 TO CT-LIN
              END-PERFORM.

       IMPRIME-TOTAL-GERAL SECTION.
              IF CT-LIN GREATER 26
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-CT-GERAL TO GER-QTDE.
              MOVE WS-CT-CARGOS TO GER-CARGOS.
              MOVE WS-CT-DENTRO TO GER-DENTRO.
              MOVE WS-CT-ABAIXO TO GER-ABAIXO.
              MOVE WS-CT-ACIMA TO GER-ACIMA.
              MOVE WS-CT-SEM-CARGO TO GER-SEM-CARGO.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 3 LINES.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "ESTRUTURA SALARIAL" TO CAT-NOME.
              MOVE "EX97" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX97-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FIM-SAIDA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "NAO"
                     PERFORM FECHA-CARGO
              END-IF.
              PERFORM IMPRIME-FORA-FAIXA.
              PERFORM IMPRIME-TOTAL-GERAL.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.
              DISPLAY "EX97 - ESTRUTURA SALARIAL EMITIDA - "
                      WS-CT-GERAL " FUNCIONARIO(S) EM "
                      WS-CT-CARGOS " CARGO(S), "
                      WS-CT-ABAIXO " ABAIXO DO MINIMO, "
                      WS-CT-ACIMA " ACIMA DO MAXIMO, "
                      WS-CT-SEM-CARGO " COM CARGO INVALIDO".
