      *          - E FUNCIONARIO DE CADSAI SEM REGISTRO EM CADLIQ
      *          RECUSA A DECLARACAO INTEIRA COM RETURN-CODE 16:
      *          DECLARACAO QUE NAO BATE COM O QUE FOI PAGO NAO SAI
      *          DESTA CASA.
      *          COMPETENCIA FECHADA EM COMPETENCIAS.DAT (EX105,
      *          CONSULTADO PELO SUBPROGRAMA COMPSRV) JA FOI PAGA E
      *          DECLARADA: O PROGRAMA RECUSA GRAVAR EX60-SEFIP.DAT
      *          PARA ELA E DEVOLVE RETURN-CODE 8.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADSAI E CADLIQ
      *          SAO LIDOS DO ENSAIO E EX60-SEFIP VAI PARA O NOME DO
      *          ENSAIO.
      *          A DECLARACAO E DA EMPRESA (CNPJ) DA FILIAL DE
      *          PARM-LOTE.DAT, PELO CADASTRO EMPRESAS.DAT
      *          (SUBPROGRAMA EMPSRV): O REGISTRO "10" LEVA O NOME
      *          CURTO DELA NO LUGAR DE "FATEC-SP", "10" E "90" LEVAM
      *          O CNPJ E, FECHADA A DECLARACAO, ELA E COPIADA PARA O
      *          NOME DA EMPRESA (EX60-SEFIP-<EMPRESA>.DAT), QUE E A
      *          QUE VAI AO GOVERNO. FILIAL FORA DO CADASTRO E
      *          RECUSADA COM RETURN-CODE 8. SEM EMPRESAS.DAT O CNPJ
      *          FICA EM BRANCO E A DECLARACAO SAI COMO SEMPRE SAIU.
      *          OS AUTONOMOS PAGOS POR RPA NA COMPETENCIA (LIVRO
      *          CADRPA.DAT DE EX124, DA FILIAL DO LOTE) SAO
      *          DECLARADOS DEPOIS DOS EMPREGADOS: UM REGISTRO "40"
      *          POR AUTONOMO (CODIGO, NOME, NIT, REMUNERACAO = BRUTO
      *          DOS RPA, CONTRIBUICAO = INSS RETIDO) E O REGISTRO
      *          "80" COM O SUBTOTAL DE AUTONOMOS. O "90" CONTINUA
      *          SO DOS EMPREGADOS, CONFERIDO CONTRA CADLIQ COMO
      *          SEMPRE. SEM O LIVRO NAO HA "40" NEM "80".
      *          TERMINA COM GOBACK PARA PODER SER
      *          AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAI ASSIGN DYNAMIC WS-NOME-CADSAI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT CADLIQ ASSIGN DYNAMIC WS-NOME-CADLIQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SEFIP ASSIGN DYNAMIC WS-NOME-SEFIP
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIVRO-RPA ASSIGN DYNAMIC WS-NOME-CADRPA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIVRO.

       DATA DIVISION.

       FILE SECTION.
       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 CARGO-SAI          PIC X(15).

       FD CADLIQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LIQ.
              02 CODIGO-LIQ  PIC 9(5).
              COPY PARMLOTE.

       FD SEFIP
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SEFIP PIC X(60).

              02 SF10-TIPO        PIC X(02).
              02 SF10-EMPRESA     PIC X(10).
              02 SF10-COMPETENCIA PIC 9(08).
              02 SF10-CNPJ        PIC X(14).
              02 FILLER           PIC X(26).

       01 REG-SEFIP-30 REDEFINES REG-SEFIP.
              02 SF30-TIPO         PIC X(02).
              02 SF90-QTDE         PIC 9(07).
              02 SF90-REMUNERACAO  PIC 9(9)V99.
              02 SF90-CONTRIBUICAO PIC 9(9)V99.
              02 SF90-CNPJ         PIC X(14).
              02 FILLER            PIC X(15).

       01 REG-SEFIP-40 REDEFINES REG-SEFIP.
              02 SF40-TIPO         PIC X(02).
              02 SF40-CODIGO       PIC 9(05).
              02 SF40-NOME         PIC X(20).
              02 SF40-NIT          PIC X(11).
              02 SF40-REMUNERACAO  PIC 9(7)V99.
              02 SF40-CONTRIBUICAO PIC 9(7)V99.
              02 FILLER            PIC X(04).

       01 REG-SEFIP-80 REDEFINES REG-SEFIP.
              02 SF80-TIPO         PIC X(02).
              02 SF80-QTDE         PIC 9(07).
              02 SF80-REMUNERACAO  PIC 9(9)V99.
              02 SF80-CONTRIBUICAO PIC 9(9)V99.
              02 FILLER            PIC X(29).

       FD LIVRO-RPA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-RPA.
              COPY CADRPA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-SOMA-CONTRIBUICAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-BRUTO-LIQ PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS-LIQ PIC 9(9)V99 VALUE ZEROES.
       77 WS-NOME-CADSAI PIC X(040) VALUE "CADSAI.DAT".
       77 WS-NOME-CADLIQ PIC X(040) VALUE "CADLIQ.DAT".
       77 WS-NOME-SEFIP PIC X(040) VALUE "EX60-SEFIP.DAT".
       77 WS-NOME-CADRPA PIC X(040) VALUE "CADRPA.DAT".
       77 WS-STATUS-LIVRO PIC X(02).
       77 WS-FIM-LIVRO PIC 9(01) VALUE 0.
       77 WS-ACHADO PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-AUT PIC 9(03) VALUE ZEROES.
       77 WS-SOMA-REMUNERACAO-AUT PIC 9(9)V99 VALUE ZEROES.
       77 WS-SOMA-CONTRIBUICAO-AUT PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-LIQUIDOS.
              02 WS-LIQ OCCURS 5000 TIMES.
                     03 WS-LIQ-BRUTO  PIC 9(7)V99.
                     03 WS-LIQ-INSS   PIC 9(7)V99.

       01 TABELA-AUTONOMOS.
              02 WS-AUT OCCURS 500 TIMES.
                     03 WS-AUT-CODIGO       PIC 9(05).
                     03 WS-AUT-NOME         PIC X(20).
                     03 WS-AUT-NIT          PIC X(11).
                     03 WS-AUT-REMUNERACAO  PIC 9(7)V99.
                     03 WS-AUT-CONTRIBUICAO PIC 9(7)V99.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION.

       PROGRAMA60.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM IDENTIFICA-EMPRESA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM VERIFICA-COMPETENCIA
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-LIQUIDOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT CADSAI OUTPUT SEFIP
                     IF WS-STATUS-CADSAI NOT EQUAL "00"
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADSAI TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSAI.
              MOVE WS-NOME-CADLIQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADLIQ.
              MOVE WS-NOME-CADRPA TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADRPA.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-SEFIP TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-SEFIP.

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8)
                     MOVE WS-LOTE-DATA TO WS-COMPETENCIA
              END-IF.

       IDENTIFICA-EMPRESA.
              MOVE "I" TO EPS-FUNCAO.
              MOVE SPACES TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     DISPLAY "EX60 - FILIAL " EPS-FILIAL " SEM EMPRESA "
                             "VALIDA EM EMPRESAS.DAT - DECLARACAO NAO "
                             "GRAVADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              ELSE
                     MOVE EPS-NOME TO WS-EMPRESA
                     IF EPS-RETORNO EQUAL "0"
                            DISPLAY "EX60 - FILIAL " EPS-FILIAL
                                    " - EMPRESA " EPS-EMPRESA
                                    " CNPJ " EPS-CNPJ
                     END-IF
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-COMPETENCIA (1:6) TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX60 - COMPETENCIA " CPS-COMPETENCIA
                             " FECHADA POR " CPS-OPERADOR
                             " EM " CPS-DATA-HORA
                     DISPLAY "EX60 - EX60-SEFIP.DAT NAO E "
                             "REGRAVADO - SO UMA REABERTURA "
                             "AUTORIZADA (EX105) LIBERA A COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              END-IF.

       CARREGA-LIQUIDOS.
              OPEN INPUT CADLIQ.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
              MOVE "10" TO SF10-TIPO.
              MOVE WS-EMPRESA TO SF10-EMPRESA.
              MOVE WS-COMPETENCIA TO SF10-COMPETENCIA.
              MOVE EPS-CNPJ TO SF10-CNPJ.
              WRITE REG-SEFIP.

       VERIFICA-FIM.
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM DECLARA-AUTONOMOS
                     MOVE SPACES TO REG-SEFIP
                     MOVE "90" TO SF90-TIPO
                     MOVE WS-CT-DECLARADOS TO SF90-QTDE
                     MOVE WS-SOMA-REMUNERACAO TO SF90-REMUNERACAO
                     MOVE WS-SOMA-CONTRIBUICAO TO SF90-CONTRIBUICAO
                     MOVE EPS-CNPJ TO SF90-CNPJ
                     WRITE REG-SEFIP
              END-IF.

       DECLARA-AUTONOMOS.
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
              IF WS-TOTAL-AUT GREATER ZEROES
                     PERFORM GRAVA-REGISTRO-40
                             VARYING WS-ACHADO FROM 1 BY 1
                             UNTIL WS-ACHADO GREATER WS-TOTAL-AUT
                     MOVE SPACES TO REG-SEFIP
                     MOVE "80" TO SF80-TIPO
                     MOVE WS-TOTAL-AUT TO SF80-QTDE
                     MOVE WS-SOMA-REMUNERACAO-AUT TO SF80-REMUNERACAO
                     MOVE WS-SOMA-CONTRIBUICAO-AUT TO
                          SF80-CONTRIBUICAO
                     WRITE REG-SEFIP
              END-IF.

       ACUMULA-AUTONOMO.
              IF RPA-COMPETENCIA EQUAL WS-COMPETENCIA (1:6)
                 AND (EPS-FILIAL EQUAL SPACES
                      OR RPA-FILIAL EQUAL EPS-FILIAL)
                     MOVE ZEROES TO WS-ACHADO
                     PERFORM VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-AUT
                             IF RPA-CODIGO EQUAL WS-AUT-CODIGO (WS-IND)
                                    MOVE WS-IND TO WS-ACHADO
                             END-IF
                     END-PERFORM
                     IF WS-ACHADO EQUAL ZEROES
                        AND WS-TOTAL-AUT LESS 500
                            ADD 1 TO WS-TOTAL-AUT
                            MOVE WS-TOTAL-AUT TO WS-ACHADO
                            MOVE RPA-CODIGO TO
                                 WS-AUT-CODIGO (WS-ACHADO)
                            MOVE ZEROES TO
                                 WS-AUT-REMUNERACAO (WS-ACHADO)
                                 WS-AUT-CONTRIBUICAO (WS-ACHADO)
                     END-IF
                     IF WS-ACHADO EQUAL ZEROES
                            DISPLAY "EX60 - TABELA DE AUTONOMOS CHEIA "
                                    "(500) - RPA " RPA-NUMERO
                                    " NAO DECLARADO"
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            MOVE RPA-NOME TO WS-AUT-NOME (WS-ACHADO)
                            MOVE RPA-NIT TO WS-AUT-NIT (WS-ACHADO)
                            ADD RPA-BRUTO TO
                                WS-AUT-REMUNERACAO (WS-ACHADO)
                            ADD RPA-INSS TO
                                WS-AUT-CONTRIBUICAO (WS-ACHADO)
                     END-IF
              END-IF.

       GRAVA-REGISTRO-40.
              MOVE SPACES TO REG-SEFIP.
              MOVE "40" TO SF40-TIPO.
              MOVE WS-AUT-CODIGO (WS-ACHADO) TO SF40-CODIGO.
              MOVE WS-AUT-NOME (WS-ACHADO) TO SF40-NOME.
              MOVE WS-AUT-NIT (WS-ACHADO) TO SF40-NIT.
              MOVE WS-AUT-REMUNERACAO (WS-ACHADO) TO
                   SF40-REMUNERACAO.
              MOVE WS-AUT-CONTRIBUICAO (WS-ACHADO) TO
                   SF40-CONTRIBUICAO.
              WRITE REG-SEFIP.
              ADD WS-AUT-REMUNERACAO (WS-ACHADO) TO
                  WS-SOMA-REMUNERACAO-AUT.
              ADD WS-AUT-CONTRIBUICAO (WS-ACHADO) TO
                  WS-SOMA-CONTRIBUICAO-AUT.

       RESUMO-FINAL.
              DISPLAY "EX60 - DECLARACAO DE INSS DA COMPETENCIA "
                      WS-COMPETENCIA.
                      WS-SOMA-REMUNERACAO.
              DISPLAY "CONTRIBUICAO DECLARADA  : "
                      WS-SOMA-CONTRIBUICAO.
              DISPLAY "AUTONOMOS DECLARADOS    : " WS-TOTAL-AUT.
              DISPLAY "REMUNERACAO AUTONOMOS   : "
                      WS-SOMA-REMUNERACAO-AUT.
              DISPLAY "CONTRIBUICAO AUTONOMOS  : "
                      WS-SOMA-CONTRIBUICAO-AUT.

       TERMINO.
              IF WS-CT-DECLARADOS GREATER ZEROES
                 OR WS-ABORTAR EQUAL "NAO"
                     CLOSE CADSAI SEFIP
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                 AND EPS-RETORNO EQUAL "0"
                     PERFORM COPIA-DECLARACAO-EMPRESA
              END-IF.
              PERFORM RESUMO-FINAL.

       COPIA-DECLARACAO-EMPRESA.
              MOVE "C" TO EPS-FUNCAO.
              MOVE WS-NOME-SEFIP TO EPS-ARQUIVO.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO NOT EQUAL "0"
                     DISPLAY "EX60 - DECLARACAO DA EMPRESA "
                             EPS-EMPRESA " NAO GERADA - USAR "
                             FUNCTION TRIM (WS-NOME-SEFIP)
                     IF RETURN-CODE LESS 4
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
