       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX99.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  COMISSAO DE VENDAS DO MES, QUE ATE AQUI ERA CALCULADA
      *          EM PLANILHA E LANCADA NA FOLHA COMO AJUSTE MANUAL. LE
      *          O ARQUIVO DE VENDAS VENDAS.DAT (MATRICULA DO
      *          VENDEDOR, CODIGO DO CLIENTE, DATA AAAAMMDD E VALOR) E
      *          SO ACEITA A VENDA DA COMPETENCIA DO LOTE (PARM-LOTE.DAT
      *          OU HOJE) CUJO CLIENTE EXISTE NO ESPELHO INDEXADO
      *          CADCLI2-IDX.DAT E CUJO VENDEDOR EXISTE EM CADFUN.DAT;
      *          A VENDA INVALIDA VAI PARA REJ-COMUM.DAT (REJ-PROGRAMA
      *          "EX99", STATUS "A") COM O MOTIVO. A COMISSAO DE CADA
      *          VENDA VEM DA TABELA TABCOM.DAT POR CARGO DO VENDEDOR
      *          E FAIXA DE VALOR DA VENDA (LIMITE SUPERIOR E
      *          PERCENTUAL, EM ORDEM CRESCENTE DE LIMITE; A ULTIMA
      *          FAIXA DO CARGO PEGA O QUE PASSAR DELA); LINHA COM
      *          CARGO EM BRANCO E A TABELA PADRAO DE QUEM NAO TEM
      *          TABELA PROPRIA. CARGO SEM TABELA NENHUMA GANHA
      *          COMISSAO ZERO, COM AVISO. AS VENDAS SAO
      *          CLASSIFICADAS POR VENDEDOR E DATA VIA SORT (MESMO
      *          MOLDE DE EX89) E GERAM:
      *          - O EXTRATO POR VENDEDOR EX99-REL.DAT, COM CADA VENDA
      *            E A COMISSAO QUE ELA GEROU, SUBTOTAL POR VENDEDOR E
      *            TOTAL GERAL, CATALOGADO EM REL-CATALOGO.DAT;
      *          - EX99-COMISSAO.DAT, UMA LINHA POR VENDEDOR COM A
      *            COMPETENCIA E O TOTAL DE VENDAS E DE COMISSAO, QUE
      *            EX26 SOMA AO BRUTO DA FOLHA COMO VERBA VARIAVEL, DO
      *            MESMO JEITO QUE EX46-VARIAVEL.DAT. O ARQUIVO E
      *            REGRAVADO DO ZERO A CADA EXECUCAO.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO PASSO
      *          DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-VENDAS.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT CADCLI2-IDX ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COD-IDX
              FILE STATUS IS WS-STATUS-IDX.
       SELECT OPTIONAL ARQ-TABCOM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COMISSAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD VENDAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "VENDAS.DAT".

       01 REG-VENDA.
              02 VEN-MATRICULA PIC 9(05).
              02 VEN-CLIENTE   PIC 9(05).
              02 VEN-DATA      PIC 9(08).
              02 VEN-VALOR     PIC 9(7)V99.

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADCLI2-IDX
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI2-IDX.DAT".

       01 REG-IDX.
              02 COD-IDX  PIC 9(5).
              02 NOME-IDX PIC X(20).

       FD ARQ-TABCOM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABCOM.DAT".

       01 REG-TABCOM.
              02 TCO-CARGO      PIC X(15).
              02 TCO-LIMITE     PIC 9(7)V99.
              02 TCO-PERCENTUAL PIC 9(2)V99.

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD COMISSAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX99-COMISSAO.DAT".

       01 REG-COMISSAO.
              02 COM-COMPETENCIA PIC 9(06).
              02 COM-MATRICULA   PIC 9(05).
              02 COM-VENDAS      PIC 9(9)V99.
              02 COM-VALOR       PIC 9(7)V99.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-MATRICULA  PIC 9(05).
              02 TRAB-DATA       PIC 9(08).
              02 TRAB-CLIENTE    PIC 9(05).
              02 TRAB-NOME-CLI   PIC X(20).
              02 TRAB-VALOR      PIC 9(7)V99.
              02 TRAB-PERCENTUAL PIC 9(2)V99.
              02 TRAB-COMISSAO   PIC 9(7)V99.
              02 TRAB-NOME-VEND  PIC X(20).
              02 TRAB-CARGO      PIC X(15).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX99-REL.DAT".
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
       77 WS-STATUS-VENDAS PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-IDX PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-TABCOM PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-TOTAL-FAIXAS PIC 9(03) VALUE ZEROES.
       77 WS-IND-COM PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO-COM PIC 9(03) VALUE ZEROES.
       77 WS-CARGO-PROCURADO PIC X(15) VALUE SPACES.
       77 WS-QUEBRA-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-PRIMEIRO-GRUPO PIC X(03) VALUE "SIM".
       77 WS-CT-LIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-OUTRA-COMP PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-TABELA PIC 9(05) VALUE ZEROES.
       77 WS-CT-GRUPO PIC 9(05) VALUE ZEROES.
       77 WS-CT-GERAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-VENDEDORES PIC 9(05) VALUE ZEROES.
       77 WS-GRUPO-VENDAS PIC 9(9)V99 VALUE ZEROES.
       77 WS-GRUPO-COMISSAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-GERAL-VENDAS PIC 9(11)V99 VALUE ZEROES.
       77 WS-GERAL-COMISSAO PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-COMISSAO.
              02 WS-COM OCCURS 200 TIMES.
                     03 WS-COM-CARGO      PIC X(15).
                     03 WS-COM-LIMITE     PIC 9(7)V99.
                     03 WS-COM-PERCENTUAL PIC 9(2)V99.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(42)
                 VALUE "EXTRATO DE COMISSOES POR VENDEDOR - COMP ".
          02 VAR-COMP   PIC X(07).
          02 FILLER     PIC X(43) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "DATA".
          02 FILLER PIC X(08) VALUE "CLIENTE".
          02 FILLER PIC X(21) VALUE "NOME DO CLIENTE".
          02 FILLER PIC X(15) VALUE "  VALOR VENDA".
          02 FILLER PIC X(08) VALUE "   PERC.".
          02 FILLER PIC X(15) VALUE "      COMISSAO".
          02 FILLER PIC X(47) VALUE SPACES.

       01 LINHA-VENDEDOR.
          02 FILLER        PIC X(10) VALUE "VENDEDOR ".
          02 VND-MATRICULA PIC 9(05).
          02 FILLER        PIC X(03) VALUE " - ".
          02 VND-NOME      PIC X(20).
          02 FILLER        PIC X(08) VALUE " CARGO ".
          02 VND-CARGO     PIC X(15).
          02 FILLER        PIC X(71) VALUE SPACES.

       01 DETALHE.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 DET-DATA      PIC 99/99/9999.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-CLIENTE   PIC 9(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-NOME-CLI  PIC X(20).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-VALOR     PIC Z.ZZZ.ZZ9,99.
          02 FILLER        PIC X(04) VALUE SPACES.
          02 DET-PERC      PIC Z9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-COMISSAO  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(48) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(09) VALUE "SUBTOTAL ".
          02 SUB-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(27) VALUE " VENDA(S)".
          02 SUB-VENDAS    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(09) VALUE SPACES.
          02 SUB-COMISSAO  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(48) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 FILLER        PIC X(12) VALUE "TOTAL GERAL ".
          02 GER-QTDE      PIC ZZZZ9.
          02 FILLER        PIC X(24) VALUE " VENDAS".
          02 GER-VENDAS    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(09) VALUE SPACES.
          02 GER-COMISSAO  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA99 SECTION.

       PERFORM PREPARA-CICLO.
       SORT TRAB
            ASCENDING KEY TRAB-MATRICULA
            ASCENDING KEY TRAB-DATA
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
              OPEN INPUT ARQ-TABCOM.
              PERFORM UNTIL WS-FIM-TABCOM EQUAL 1
                     READ ARQ-TABCOM
                            AT END MOVE 1 TO WS-FIM-TABCOM
                            NOT AT END
                            PERFORM GUARDA-FAIXA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABCOM.
              IF WS-TOTAL-FAIXAS EQUAL ZEROES
                     DISPLAY "EX99 - AVISO: TABCOM.DAT AUSENTE OU "
                             "VAZIO - TODAS AS COMISSOES SAIRAO "
                             "ZERADAS"
              END-IF.

       GUARDA-FAIXA SECTION.
              IF TCO-LIMITE NOT NUMERIC
                 OR TCO-PERCENTUAL NOT NUMERIC
                     DISPLAY "EX99 - AVISO: FAIXA DE COMISSAO NAO "
                             "NUMERICA IGNORADA - CARGO " TCO-CARGO
              ELSE
              IF WS-TOTAL-FAIXAS EQUAL 200
                     DISPLAY "EX99 - TABELA DE COMISSAO CHEIA (200) "
                             "- FAIXA IGNORADA: " TCO-CARGO
              ELSE
                     ADD 1 TO WS-TOTAL-FAIXAS
                     MOVE TCO-CARGO TO WS-COM-CARGO (WS-TOTAL-FAIXAS)
                     MOVE TCO-LIMITE TO
                          WS-COM-LIMITE (WS-TOTAL-FAIXAS)
                     MOVE TCO-PERCENTUAL TO
                          WS-COM-PERCENTUAL (WS-TOTAL-FAIXAS)
              END-IF
              END-IF.

       ROT-ENTRADA SECTION.
              PERFORM INICIO-ENTRADA.
              PERFORM PRINCIPAL-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
              OPEN INPUT VENDAS.
              IF WS-STATUS-VENDAS NOT EQUAL "00"
                     DISPLAY "EX99 - ERRO AO ABRIR VENDAS - "
                             "FILE STATUS " WS-STATUS-VENDAS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN INPUT CADFUN
                     IF WS-STATUS-CADFUN NOT EQUAL "00"
                            DISPLAY "EX99 - ERRO AO ABRIR CADFUN - "
                                    "FILE STATUS " WS-STATUS-CADFUN
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE "SIM" TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                            CLOSE VENDAS
                     ELSE
                            OPEN INPUT CADCLI2-IDX
                            IF WS-STATUS-IDX NOT EQUAL "00"
                                   DISPLAY "EX99 - ERRO AO ABRIR "
                                           "CADCLI2-IDX - FILE STATUS "
                                           WS-STATUS-IDX
                                   MOVE "SIM" TO WS-ABORTAR
                                   MOVE "SIM" TO FIM-ARQ
                                   MOVE 16 TO RETURN-CODE
                                   CLOSE VENDAS CADFUN
                            ELSE
                                   PERFORM ABRE-REJ-COMUM
                                   PERFORM LEITURA-ENTRADA
                            END-IF
                     END-IF
              END-IF.

       ABRE-REJ-COMUM SECTION.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ VENDAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDAS.

       PRINCIPAL-ENTRADA SECTION.
              MOVE SPACES TO WS-MOTIVO.
              IF VEN-DATA NOT NUMERIC
                     MOVE "DATA INVALIDA" TO WS-MOTIVO
              ELSE
              IF VEN-DATA (1:6) NOT EQUAL WS-CICLO (1:6)
                     ADD 1 TO WS-CT-OUTRA-COMP
                     DISPLAY "EX99 - AVISO: VENDA DE " VEN-DATA
                             " FORA DA COMPETENCIA IGNORADA - "
                             "VENDEDOR " VEN-MATRICULA
                     MOVE "OUTRA" TO WS-MOTIVO
              ELSE
              IF VEN-VALOR NOT NUMERIC OR VEN-VALOR EQUAL ZEROES
                     MOVE "VALOR INVALIDO" TO WS-MOTIVO
              ELSE
                     PERFORM VALIDA-VENDA
              END-IF
              END-IF
              END-IF.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM CALCULA-COMISSAO
                     RELEASE REG-TRAB
              ELSE
                     IF WS-MOTIVO NOT EQUAL "OUTRA"
                            PERFORM REJEITA-VENDA
                     END-IF
              END-IF.
              PERFORM LEITURA-ENTRADA.

       VALIDA-VENDA SECTION.
              MOVE VEN-MATRICULA TO CODIGO.
              READ CADFUN
                     INVALID KEY
                     MOVE "VENDEDOR INEXISTENTE" TO WS-MOTIVO.
              IF WS-MOTIVO EQUAL SPACES
                     MOVE VEN-CLIENTE TO COD-IDX
                     READ CADCLI2-IDX
                            INVALID KEY
                            MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
                     END-READ
              END-IF.

      *    A FAIXA E A PRIMEIRA DO CARGO CUJO LIMITE COBRE O VALOR DA
      *    VENDA (A ULTIMA DO CARGO SE NENHUMA COBRIR); SEM FAIXA PARA
      *    O CARGO VALE A TABELA PADRAO (CARGO EM BRANCO).
       CALCULA-COMISSAO SECTION.
              MOVE CARGO TO WS-CARGO-PROCURADO.
              PERFORM PROCURA-FAIXA.
              IF WS-ACHADO-COM EQUAL ZEROES
                     MOVE SPACES TO WS-CARGO-PROCURADO
                     PERFORM PROCURA-FAIXA
              END-IF.
              MOVE VEN-MATRICULA TO TRAB-MATRICULA.
              MOVE VEN-DATA TO TRAB-DATA.
              MOVE VEN-CLIENTE TO TRAB-CLIENTE.
              MOVE NOME-IDX TO TRAB-NOME-CLI.
              MOVE VEN-VALOR TO TRAB-VALOR.
              MOVE NOME TO TRAB-NOME-VEND.
              MOVE CARGO TO TRAB-CARGO.
              IF WS-ACHADO-COM EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-TABELA
                     MOVE ZEROES TO TRAB-PERCENTUAL TRAB-COMISSAO
                     DISPLAY "EX99 - AVISO: CARGO " CARGO
                             " SEM TABELA DE COMISSAO - VENDEDOR "
                             VEN-MATRICULA " COMISSAO ZERO"
              ELSE
                     MOVE WS-COM-PERCENTUAL (WS-ACHADO-COM) TO
                          TRAB-PERCENTUAL
                     COMPUTE TRAB-COMISSAO ROUNDED =
                             VEN-VALOR * TRAB-PERCENTUAL / 100
              END-IF.

       PROCURA-FAIXA SECTION.
              MOVE ZEROES TO WS-ACHADO-COM.
              PERFORM VARYING WS-IND-COM FROM 1 BY 1
                      UNTIL WS-IND-COM GREATER WS-TOTAL-FAIXAS
                      IF WS-COM-CARGO (WS-IND-COM) EQUAL
                         WS-CARGO-PROCURADO
                             IF WS-ACHADO-COM EQUAL ZEROES
                                OR VEN-VALOR GREATER
                                   WS-COM-LIMITE (WS-ACHADO-COM)
                                    MOVE WS-IND-COM TO WS-ACHADO-COM
                             END-IF
                      END-IF
              END-PERFORM.

       REJEITA-VENDA SECTION.
              ADD 1 TO WS-CT-REJEITADAS.
              DISPLAY "EX99 - VENDA REJEITADA: VENDEDOR "
                      VEN-MATRICULA " CLIENTE " VEN-CLIENTE
                      " - " WS-MOTIVO.
              MOVE "EX99" TO REJ-PROGRAMA.
              MOVE VEN-MATRICULA TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.

       FIM-ENTRADA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE VENDAS CADFUN CADCLI2-IDX REJ-COMUM
              END-IF.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM INICIO-SAIDA
                     PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
              END-IF.

       INICIO-SAIDA SECTION.
              MOVE "NAO" TO FIM-ARQ.
              OPEN OUTPUT RELAT COMISSAO.
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
                     PERFORM INICIA-VENDEDOR
              ELSE
                     IF TRAB-MATRICULA NOT EQUAL WS-QUEBRA-MATRICULA
                            PERFORM FECHA-VENDEDOR
                            PERFORM INICIA-VENDEDOR
                     END-IF
              END-IF.

       INICIA-VENDEDOR SECTION.
              MOVE TRAB-MATRICULA TO WS-QUEBRA-MATRICULA.
              MOVE ZEROES TO WS-CT-GRUPO WS-GRUPO-VENDAS
                             WS-GRUPO-COMISSAO.
              IF CT-LIN GREATER 26
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE TRAB-MATRICULA TO VND-MATRICULA.
              MOVE TRAB-NOME-VEND TO VND-NOME.
              MOVE TRAB-CARGO TO VND-CARGO.
              WRITE REG-REL FROM LINHA-VENDEDOR
                    AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.

       DETALHE-SAIDA SECTION.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE TRAB-DATA (7:2) TO DET-DATA (1:2).
              MOVE "/" TO DET-DATA (3:1).
              MOVE TRAB-DATA (5:2) TO DET-DATA (4:2).
              MOVE "/" TO DET-DATA (6:1).
              MOVE TRAB-DATA (1:4) TO DET-DATA (7:4).
              MOVE TRAB-CLIENTE TO DET-CLIENTE.
              MOVE TRAB-NOME-CLI TO DET-NOME-CLI.
              MOVE TRAB-VALOR TO DET-VALOR.
              MOVE TRAB-PERCENTUAL TO DET-PERC.
              MOVE TRAB-COMISSAO TO DET-COMISSAO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-GRUPO WS-CT-GERAL.
              ADD TRAB-VALOR TO WS-GRUPO-VENDAS WS-GERAL-VENDAS.
              ADD TRAB-COMISSAO TO WS-GRUPO-COMISSAO WS-GERAL-COMISSAO.

       FECHA-VENDEDOR SECTION.
              MOVE WS-CT-GRUPO TO SUB-QTDE.
              MOVE WS-GRUPO-VENDAS TO SUB-VENDAS.
              MOVE WS-GRUPO-COMISSAO TO SUB-COMISSAO.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE WS-CICLO (1:6) TO COM-COMPETENCIA.
              MOVE WS-QUEBRA-MATRICULA TO COM-MATRICULA.
              MOVE WS-GRUPO-VENDAS TO COM-VENDAS.
              MOVE WS-GRUPO-COMISSAO TO COM-VALOR.
              WRITE REG-COMISSAO.
              ADD 1 TO WS-CT-VENDEDORES.

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
              MOVE WS-GERAL-VENDAS TO GER-VENDAS.
              MOVE WS-GERAL-COMISSAO TO GER-COMISSAO.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 3 LINES.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "EXTRATO COMISSOES" TO CAT-NOME.
              MOVE "EX99" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX99-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FIM-SAIDA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "NAO"
                     PERFORM FECHA-VENDEDOR
              END-IF.
              PERFORM IMPRIME-TOTAL-GERAL.
              CLOSE RELAT COMISSAO.
              PERFORM REGISTRA-CATALOGO.
              DISPLAY "EX99 - COMISSOES CALCULADAS - "
                      WS-CT-GERAL " VENDA(S) DE "
                      WS-CT-VENDEDORES " VENDEDOR(ES), "
                      WS-CT-REJEITADAS " REJEITADA(S), "
                      WS-CT-OUTRA-COMP " DE OUTRA COMPETENCIA, "
                      WS-CT-SEM-TABELA " SEM TABELA".
