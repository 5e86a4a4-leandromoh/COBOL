      *          NAO PRODUZ ARQUIVO NENHUM E DEVOLVE RETURN-CODE 16.
      *          O ARQUIVO SAI COM HEADER "H" (DATA DO CICLO, LIDA
      *          DO CABECALHO DE GERACAO DO PROPRIO CADLIQ) E
      *          TRAILER "T" COM OS TOTAIS. O FUNCIONARIO COM RATEIO
      *          DE CUSTO VIGENTE NA DATA DO CICLO (CADRAT.DAT,
      *          CONSULTADO PELO SUBPROGRAMA RATSRV) TEM O BRUTO
      *          REPARTIDO ENTRE OS DEPARTAMENTOS DO RATEIO PELOS
      *          PERCENTUAIS, COM O ARREDONDAMENTO NO ULTIMO, EM VEZ
      *          DE IR INTEIRO PARA O DEPTO-SAI; RATEIO QUE NAO SOMA
      *          100% E IGNORADO COM AVISO.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADLIQ E CADSAI
      *          SAO LIDOS DO ENSAIO E OS LANCAMENTOS VAO PARA O NOME
      *          DO ENSAIO, SEM CHEGAR A CONTABILIDADE.
      *          LOTE QUE NAO BALANCEIA VAI TAMBEM, COMO ALERTA
      *          CRITICO COM O SALDO E AS MATRICULAS SEM
      *          DEPARTAMENTO, PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).
      *          O LOTE E DA EMPRESA (CNPJ) DA FILIAL DE
      *          PARM-LOTE.DAT, PELO CADASTRO EMPRESAS.DAT
      *          (SUBPROGRAMA EMPSRV): HEADER E TRAILER LEVAM O CODIGO
      *          E O CNPJ DELA E, GRAVADO O LOTE, ELE E COPIADO PARA
      *          O NOME DA EMPRESA (EX59-LANCTOS-<EMPRESA>.DAT), QUE
      *          E O QUE A CONTABILIDADE DAQUELE CNPJ IMPORTA. FILIAL
      *          FORA DO CADASTRO E RECUSADA COM RETURN-CODE 8, SEM
      *          LOTE. SEM EMPRESAS.DAT OS CAMPOS FICAM EM BRANCO.
      *          OS RECIBOS DE AUTONOMO DA COMPETENCIA DO CICLO (LIVRO
      *          CADRPA.DAT DE EX124, DA FILIAL DO LOTE) ENTRAM NO
      *          MESMO LOTE EM CONTAS PROPRIAS: DEBITO DE SERVICOS DE
      *          AUTONOMOS PELO BRUTO E CREDITOS DE INSS, IRRF E ISS
      *          RETIDOS DE AUTONOMOS E DE AUTONOMOS A PAGAR (O
      *          LIQUIDO) - AS CONTAS DOS EMPREGADOS CONTINUAM
      *          BATENDO COM CADLIQ. SEM O LIVRO NAO HA ESSES
      *          LANCAMENTOS.
      *          TERMINA COM GOBACK PARA
      *          PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLIQ ASSIGN DYNAMIC WS-NOME-CADLIQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADLIQ.
       SELECT CADSAI ASSIGN DYNAMIC WS-NOME-CADSAI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT OPTIONAL ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LANCAMENTOS ASSIGN DYNAMIC WS-NOME-LANCTOS
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIVRO-RPA ASSIGN DYNAMIC WS-NOME-CADRPA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIVRO.

       DATA DIVISION.

       FILE SECTION.
       FD CADLIQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LIQ.
              02 CODIGO-LIQ  PIC 9(5).
              02 FILLER         PIC X(37).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 DEPTO-HEADCOUNT PIC 9(05).

       FD LANCAMENTOS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-LANCTO.
              02 LAN-TIPO  PIC X(01).
              02 LAN-VALOR PIC 9(9)V99.

       01 REG-LANCTO-CAB REDEFINES REG-LANCTO.
              02 LAN-CAB-TIPO    PIC X(01).
              02 LAN-CAB-CICLO   PIC 9(08).
              02 LAN-CAB-EMPRESA PIC X(04).
              02 LAN-CAB-CNPJ    PIC X(14).
              02 FILLER          PIC X(16).

       01 REG-LANCTO-TRL REDEFINES REG-LANCTO.
              02 LAN-TRL-TIPO    PIC X(01).
              02 LAN-TRL-QTDE    PIC 9(05).
              02 LAN-TRL-DEBITO  PIC 9(9)V99.
              02 LAN-TRL-CREDITO PIC 9(9)V99.
              02 LAN-TRL-CNPJ    PIC X(14).
              02 FILLER          PIC X(01).

       FD LIVRO-RPA
          LABEL         RECORD         ARE         STANDARD.

       01 REG-RPA.
              COPY CADRPA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-CT-FUNC PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-DEPTO PIC 9(05) VALUE ZEROES.
       77 WS-CT-RATEADOS PIC 9(05) VALUE ZEROES.
       77 WS-IND-RAT PIC 9(02) VALUE ZEROES.
       77 WS-CT-LANCTOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-INSS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-DIFERENCA PIC S9(9)V99 VALUE ZEROES.
       77 WS-SALDO PIC S9(9)V99 VALUE ZEROES.
       77 WS-SALDO-ED PIC -ZZZZZZZZ9,99.
       77 WS-QTDE-ED PIC ZZZZ9.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-NOME-CADLIQ PIC X(040) VALUE "CADLIQ.DAT".
       77 WS-NOME-CADSAI PIC X(040) VALUE "CADSAI.DAT".
       77 WS-NOME-LANCTOS PIC X(040) VALUE "EX59-LANCTOS.DAT".
       77 WS-NOME-CADRPA PIC X(040) VALUE "CADRPA.DAT".
       77 WS-STATUS-LIVRO PIC X(02).
       77 WS-FIM-LIVRO PIC 9(01) VALUE 0.
       77 WS-CT-RPA PIC 9(05) VALUE ZEROES.
       77 WS-RPA-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-RPA-INSS PIC 9(9)V99 VALUE ZEROES.
       77 WS-RPA-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-RPA-ISS PIC 9(9)V99 VALUE ZEROES.
       77 WS-RPA-LIQUIDO PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-DEBITO-DEPTO.
              02 WS-DEB OCCURS 50 TIMES.
                     03 WS-DEB-DESCR PIC X(20).
                     03 WS-DEB-VALOR PIC 9(9)V99.

       01 RATSRV-AREA.
              COPY RATSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION.

       PROGRAMA59.
       GOBACK.

       INICIO.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM CARREGA-DEPTOS.
              PERFORM IDENTIFICA-EMPRESA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-ARQUIVOS
              END-IF.

       IDENTIFICA-EMPRESA.
              MOVE "I" TO EPS-FUNCAO.
              MOVE SPACES TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     DISPLAY "EX59 - FILIAL " EPS-FILIAL " SEM EMPRESA "
                             "VALIDA EM EMPRESAS.DAT - LOTE CONTABIL "
                             "NAO GERADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              ELSE
              IF EPS-RETORNO EQUAL "0"
                     DISPLAY "EX59 - FILIAL " EPS-FILIAL
                             " - EMPRESA " EPS-EMPRESA
                             " CNPJ " EPS-CNPJ
              END-IF
              END-IF.

       ABRE-ARQUIVOS.
              OPEN INPUT CADLIQ CADSAI.
              IF WS-STATUS-CADLIQ NOT EQUAL "00"
                     DISPLAY "EX59 - ERRO AO ABRIR CADLIQ - FILE "
              END-IF
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADLIQ TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADLIQ.
              MOVE WS-NOME-CADSAI TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSAI.
              MOVE WS-NOME-CADRPA TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADRPA.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-LANCTOS TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-LANCTOS.

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              PERFORM UNTIL WS-FIM-DEPTOS EQUAL 1
              ADD INSS-LIQ TO WS-TOTAL-INSS.
              ADD IRRF-LIQ TO WS-TOTAL-IRRF.
              ADD LIQUIDO-LIQ TO WS-TOTAL-LIQUIDO.
              MOVE CODIGO-LIQ TO RTS-MATRICULA.
              MOVE WS-CICLO TO RTS-DATA.
              MOVE BRUTO-LIQ TO RTS-VALOR.
              CALL "RATSRV" USING RATSRV-AREA.
              IF RTS-RETORNO EQUAL "7"
                     DISPLAY "EX59 - AVISO: RATEIO DA MATRICULA "
                             CODIGO-LIQ " VIGENCIA " RTS-VIGENCIA
                             " NAO SOMA 100% - IGNORADO"
              END-IF.
              IF RTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-RATEADOS
                     PERFORM DEBITA-RATEIO
                             VARYING WS-IND-RAT FROM 1 BY 1
                             UNTIL WS-IND-RAT GREATER RTS-QTDE
              ELSE
                     PERFORM LOCALIZA-DEPTO
                     IF WS-ACHADO GREATER ZEROES
                            ADD BRUTO-LIQ TO WS-DEB-VALOR (WS-ACHADO)
                     ELSE
                            ADD 1 TO WS-CT-SEM-DEPTO
                            DISPLAY "EX59 - MATRICULA " CODIGO-LIQ
                                    " SEM DEPARTAMENTO EM CADSAI - "
                                    "LOTE NAO PODE FECHAR"
                     END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       DEBITA-RATEIO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      IF RTS-DEPTO (WS-IND-RAT) EQUAL
                         WS-DEB-COD (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                 AND WS-TOTAL-DEPTOS LESS 50
                     ADD 1 TO WS-TOTAL-DEPTOS
                     MOVE WS-TOTAL-DEPTOS TO WS-ACHADO
                     MOVE RTS-DEPTO (WS-IND-RAT) TO
                          WS-DEB-COD (WS-ACHADO)
                     MOVE "SEM DESCRICAO" TO WS-DEB-DESCR (WS-ACHADO)
                     MOVE ZEROES TO WS-DEB-VALOR (WS-ACHADO)
              END-IF.
              IF WS-ACHADO GREATER ZEROES
                     ADD RTS-VALOR-ITEM (WS-IND-RAT) TO
                         WS-DEB-VALOR (WS-ACHADO)
              ELSE
                     ADD 1 TO WS-CT-SEM-DEPTO
                     DISPLAY "EX59 - MATRICULA " CODIGO-LIQ
                             " RATEADA PARA DEPTO "
                             RTS-DEPTO (WS-IND-RAT)
                             " FORA DA TABELA CHEIA - LOTE NAO PODE "
                             "FECHAR"
              END-IF.

       CONFERE-E-GRAVA.
              PERFORM SOMA-AUTONOMOS.
              COMPUTE WS-DIFERENCA = WS-TOTAL-BRUTO
                      - WS-TOTAL-INSS - WS-TOTAL-IRRF
                      - WS-TOTAL-LIQUIDO.
                             + FUNCTION ABS (WS-DIFERENCA)
              END-IF
              END-IF.
              ADD WS-RPA-BRUTO TO WS-TOTAL-DEBITOS.
              COMPUTE WS-TOTAL-CREDITOS = WS-TOTAL-CREDITOS
                      + WS-RPA-INSS + WS-RPA-IRRF + WS-RPA-ISS
                      + WS-RPA-LIQUIDO.
              COMPUTE WS-SALDO = WS-TOTAL-DEBITOS
                               - WS-TOTAL-CREDITOS.
              IF WS-SALDO NOT EQUAL ZEROES
                             " SALDO " WS-SALDO
                     DISPLAY "EX59 - EX59-LANCTOS.DAT NAO FOI "
                             "GERADO"
                     PERFORM ALERTA-DESBALANCEADO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-LANCAMENTOS
              END-IF.

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

       ACUMULA-AUTONOMO.
              IF RPA-COMPETENCIA EQUAL WS-CICLO (1:6)
                 AND (EPS-FILIAL EQUAL SPACES
                      OR RPA-FILIAL EQUAL EPS-FILIAL)
                     ADD 1 TO WS-CT-RPA
                     ADD RPA-BRUTO TO WS-RPA-BRUTO
                     ADD RPA-INSS TO WS-RPA-INSS
                     ADD RPA-IRRF TO WS-RPA-IRRF
                     ADD RPA-ISS TO WS-RPA-ISS
                     ADD RPA-LIQUIDO TO WS-RPA-LIQUIDO
              END-IF.

       ALERTA-DESBALANCEADO.
              MOVE WS-SALDO TO WS-SALDO-ED.
              MOVE WS-CT-SEM-DEPTO TO WS-QTDE-ED.
              MOVE "C" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "LOTE NAO BALANCEIA - SALDO " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SALDO-ED)   DELIMITED BY SIZE
                     " - SEM DEPTO: "              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-QTDE-ED)    DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              MOVE "EX59" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       GRAVA-LANCAMENTOS.
              OPEN OUTPUT LANCAMENTOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "H" TO LAN-CAB-TIPO.
              MOVE WS-CICLO TO LAN-CAB-CICLO.
              MOVE EPS-EMPRESA TO LAN-CAB-EMPRESA.
              MOVE EPS-CNPJ TO LAN-CAB-CNPJ.
              WRITE REG-LANCTO.
              PERFORM GRAVA-DEBITO-DEPTO
                      VARYING WS-IND FROM 1 BY 1
              PERFORM GRAVA-CREDITO-INSS.
              PERFORM GRAVA-CREDITO-IRRF.
              PERFORM GRAVA-CREDITO-SALARIOS.
              IF WS-CT-RPA GREATER ZEROES
                     PERFORM GRAVA-AUTONOMOS
              END-IF.
              IF WS-DIFERENCA GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
              MOVE WS-CT-LANCTOS TO LAN-TRL-QTDE.
              MOVE WS-TOTAL-DEBITOS TO LAN-TRL-DEBITO.
              MOVE WS-TOTAL-CREDITOS TO LAN-TRL-CREDITO.
              MOVE EPS-CNPJ TO LAN-TRL-CNPJ.
              WRITE REG-LANCTO.
              CLOSE LANCAMENTOS.
              DISPLAY "EX59 - LOTE CONTABIL DO CICLO " WS-CICLO
                      " GERADO COM " WS-CT-LANCTOS
                      " LANCAMENTO(S) BALANCEADOS".
              IF EPS-RETORNO EQUAL "0"
                     PERFORM COPIA-LOTE-EMPRESA
              END-IF.

       COPIA-LOTE-EMPRESA.
              MOVE "C" TO EPS-FUNCAO.
              MOVE WS-NOME-LANCTOS TO EPS-ARQUIVO.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO NOT EQUAL "0"
                     DISPLAY "EX59 - LOTE DA EMPRESA " EPS-EMPRESA
                             " NAO GERADO - USAR "
                             FUNCTION TRIM (WS-NOME-LANCTOS)
                     IF RETURN-CODE LESS 4
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.

       GRAVA-DEBITO-DEPTO.
              IF WS-DEB-VALOR (WS-IND) GREATER ZEROES
              WRITE REG-LANCTO.
              ADD 1 TO WS-CT-LANCTOS.

       GRAVA-AUTONOMOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "D" TO LAN-TIPO.
              MOVE "D" TO LAN-DC.
              MOVE "SERVICOS DE AUTONOMOS" TO LAN-CONTA.
              MOVE WS-RPA-BRUTO TO LAN-VALOR.
              WRITE REG-LANCTO.
              ADD 1 TO WS-CT-LANCTOS.
              IF WS-RPA-INSS GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
                     MOVE "C" TO LAN-DC
                     MOVE "INSS RETIDO AUTONOMOS" TO LAN-CONTA
                     MOVE WS-RPA-INSS TO LAN-VALOR
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.
              IF WS-RPA-IRRF GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
                     MOVE "C" TO LAN-DC
                     MOVE "IRRF RETIDO AUTONOMOS" TO LAN-CONTA
                     MOVE WS-RPA-IRRF TO LAN-VALOR
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.
              IF WS-RPA-ISS GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
                     MOVE "C" TO LAN-DC
                     MOVE "ISS RETIDO AUTONOMOS" TO LAN-CONTA
                     MOVE WS-RPA-ISS TO LAN-VALOR
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.
              MOVE SPACES TO REG-LANCTO.
              MOVE "D" TO LAN-TIPO.
              MOVE "C" TO LAN-DC.
              MOVE "AUTONOMOS A PAGAR" TO LAN-CONTA.
              MOVE WS-RPA-LIQUIDO TO LAN-VALOR.
              WRITE REG-LANCTO.
              ADD 1 TO WS-CT-LANCTOS.

       RESUMO-FINAL.
              DISPLAY "EX59 - RESUMO DA INTERFACE CONTABIL".
              DISPLAY "FUNCIONARIOS LIDOS : " WS-CT-FUNC.
              DISPLAY "COM RATEIO DE CUSTO: " WS-CT-RATEADOS.
              DISPLAY "RPA DE AUTONOMOS   : " WS-CT-RPA.
              DISPLAY "TOTAL DEBITOS      : " WS-TOTAL-DEBITOS.
              DISPLAY "TOTAL CREDITOS     : " WS-TOTAL-CREDITOS.

