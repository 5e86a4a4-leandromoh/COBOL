       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE EMPRESAS DO GRUPO, CHAMADO COM CALL
      *          "EMPSRV" USING A AREA DE EMPSRV.CPY (NO MESMO MOLDE
      *          DE ENSSRV E ALRSRV). A FOLHA SEMPRE SUPOS UM SO
      *          EMPREGADOR, COM "FATEC-SP" FIXO NOS CABECALHOS DO
      *          FGTS (EX44), DA SEFIP (EX60) E DA REMESSA (EX14) E
      *          SEM IDENTIFICACAO NENHUMA NO RAZAO (EX59). AGORA CADA
      *          FILIAL DE PARM-LOTE.DAT PERTENCE A UMA EMPRESA (CNPJ)
      *          DO CADASTRO EMPRESAS.DAT (CADEMPR.CPY): A FUNCAO "I"
      *          DEVOLVE A EMPRESA DA FILIAL E A FUNCAO "C" COPIA A
      *          SAIDA JA FECHADA DO PASSO PARA O NOME PROPRIO DA
      *          EMPRESA, QUE E O ARQUIVO ENTREGUE AO BANCO, A CAIXA
      *          OU A CONTABILIDADE DAQUELE CNPJ - O NOME PADRAO
      *          CONTINUA SENDO GRAVADO PORQUE OS PASSOS SEGUINTES DA
      *          CADEIA (EX79, EX104, EX105, EX121) LEEM POR ELE.
      *          SEM EMPRESAS.DAT, OU COM O LOTE SEM FILIAL, TUDO
      *          CONTINUA COMO EMPREGADOR UNICO. FILIAL QUE NAO ESTA
      *          NO CADASTRO, OU CADASTRADA COM CNPJ QUE NAO SAO 14
      *          DIGITOS, VOLTA COM RETORNO "1" E O PASSO A RECUSA -
      *          SAIDA LEGAL NUNCA SAI COM O CNPJ DE OUTRA EMPRESA. O
      *          CADASTRO E LIDO PELO NOME DE ENTRADA DE ENSSRV, PARA
      *          O ENSAIO GERAL PODER TRAZER O SEU. TERMINA COM
      *          GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-EMPRESAS ASSIGN DYNAMIC WS-NOME-EMPRESAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EMPRESAS.
       SELECT ARQ-ORIGEM ASSIGN DYNAMIC WS-NOME-ORIGEM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ORIGEM.
       SELECT ARQ-DESTINO ASSIGN DYNAMIC WS-NOME-DESTINO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DESTINO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-EMPRESAS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-EMPRESA.
              COPY CADEMPR.

       FD ARQ-ORIGEM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ORIGEM PIC X(300).

       FD ARQ-DESTINO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-DESTINO PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-NOME-EMPRESAS PIC X(040) VALUE SPACES.
       77 WS-NOME-ORIGEM PIC X(040) VALUE SPACES.
       77 WS-NOME-DESTINO PIC X(040) VALUE SPACES.
       77 WS-NOME-EMPRESA PIC X(060) VALUE SPACES.
       77 WS-STATUS-EMPRESAS PIC X(02).
       77 WS-STATUS-ORIGEM PIC X(02).
       77 WS-STATUS-DESTINO PIC X(02).
       77 WS-FIM-EMPRESAS PIC 9(01) VALUE 0.
       77 WS-FIM-ORIGEM PIC 9(01) VALUE 0.
       77 WS-ACHOU PIC X(03) VALUE "NAO".
       77 WS-TAM-NOME PIC 9(03) VALUE ZEROES.
       77 WS-POS-PONTO PIC 9(03) VALUE ZEROES.
       77 WS-IND PIC 9(03) VALUE ZEROES.
       77 WS-CT-COPIADOS PIC 9(07) VALUE ZEROES.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       LINKAGE SECTION.
       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION USING EMPSRV-AREA.

       PROGRAMA-EMPSRV.

       MOVE "0" TO EPS-RETORNO.
       IF EPS-FUNCAO EQUAL "I"
              PERFORM IDENTIFICA-EMPRESA
       ELSE
       IF EPS-FUNCAO EQUAL "C"
              PERFORM COPIA-SAIDA-EMPRESA
       ELSE
              MOVE "8" TO EPS-RETORNO
              DISPLAY "EMPSRV - FUNCAO INVALIDA: " EPS-FUNCAO
       END-IF
       END-IF.

       GOBACK.

      * NA FALTA DE CADASTRO OU DE FILIAL VALE O EMPREGADOR UNICO DE
      * SEMPRE, COM OS MESMOS CABECALHOS DE ANTES
       IDENTIFICA-EMPRESA.
              MOVE SPACES TO EPS-EMPRESA EPS-CNPJ EPS-RAZAO.
              MOVE "FATEC-SP" TO EPS-NOME.
              IF EPS-FILIAL EQUAL SPACES
                     PERFORM LE-PARAMETRO-LOTE
              END-IF.
              IF EPS-FILIAL EQUAL SPACES
                     MOVE "9" TO EPS-RETORNO
              ELSE
                     MOVE "EMPRESAS.DAT" TO ENS-NOME
                     MOVE "E" TO ENS-FUNCAO
                     CALL "ENSSRV" USING ENSSRV-AREA
                     MOVE ENS-NOME TO WS-NOME-EMPRESAS
                     OPEN INPUT ARQ-EMPRESAS
                     IF WS-STATUS-EMPRESAS NOT EQUAL "00"
                            MOVE "9" TO EPS-RETORNO
                     ELSE
                            PERFORM PROCURA-FILIAL
                            CLOSE ARQ-EMPRESAS
                     END-IF
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO EPS-FILIAL.
              CLOSE ARQ-LOTE.

       PROCURA-FILIAL.
              MOVE "NAO" TO WS-ACHOU.
              MOVE 0 TO WS-FIM-EMPRESAS.
              PERFORM UNTIL WS-FIM-EMPRESAS EQUAL 1
                     READ ARQ-EMPRESAS
                            AT END MOVE 1 TO WS-FIM-EMPRESAS
                            NOT AT END
                            IF EPR-FILIAL EQUAL EPS-FILIAL
                                   MOVE "SIM" TO WS-ACHOU
                                   MOVE 1 TO WS-FIM-EMPRESAS
                            END-IF
                     END-READ
              END-PERFORM.
              IF WS-ACHOU EQUAL "NAO"
                     MOVE "1" TO EPS-RETORNO
                     DISPLAY "EMPSRV - FILIAL " EPS-FILIAL
                             " SEM EMPRESA EM EMPRESAS.DAT"
              ELSE
              IF EPR-CNPJ NOT NUMERIC
                 OR EPR-EMPRESA EQUAL SPACES
                     MOVE "1" TO EPS-RETORNO
                     DISPLAY "EMPSRV - FILIAL " EPS-FILIAL
                             " COM EMPRESA/CNPJ INVALIDO EM "
                             "EMPRESAS.DAT: " EPR-EMPRESA " "
                             EPR-CNPJ
              ELSE
                     MOVE EPR-EMPRESA TO EPS-EMPRESA
                     MOVE EPR-CNPJ TO EPS-CNPJ
                     MOVE EPR-RAZAO TO EPS-RAZAO
                     IF EPR-NOME NOT EQUAL SPACES
                            MOVE EPR-NOME TO EPS-NOME
                     ELSE
                            MOVE EPR-EMPRESA TO EPS-NOME
                     END-IF
              END-IF
              END-IF.

      * O CODIGO DA EMPRESA ENTRA ANTES DA ULTIMA EXTENSAO DO NOME;
      * NOME SEM EXTENSAO RECEBE O CODIGO NO FIM
       COPIA-SAIDA-EMPRESA.
              MOVE ZEROES TO WS-POS-PONTO.
              COMPUTE WS-TAM-NOME = FUNCTION LENGTH
                      (FUNCTION TRIM (EPS-ARQUIVO)).
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TAM-NOME
                     IF EPS-ARQUIVO (WS-IND:1) EQUAL "."
                            MOVE WS-IND TO WS-POS-PONTO
                     END-IF
              END-PERFORM.
              MOVE SPACES TO WS-NOME-EMPRESA.
              IF WS-POS-PONTO GREATER 1
                     STRING EPS-ARQUIVO (1:WS-POS-PONTO - 1)
                                              DELIMITED BY SIZE
                            "-"               DELIMITED BY SIZE
                            FUNCTION TRIM (EPS-EMPRESA)
                                              DELIMITED BY SIZE
                            EPS-ARQUIVO (WS-POS-PONTO:
                                    WS-TAM-NOME - WS-POS-PONTO + 1)
                                              DELIMITED BY SIZE
                            INTO WS-NOME-EMPRESA
                     END-STRING
              ELSE
                     STRING FUNCTION TRIM (EPS-ARQUIVO)
                                              DELIMITED BY SIZE
                            "-"               DELIMITED BY SIZE
                            FUNCTION TRIM (EPS-EMPRESA)
                                              DELIMITED BY SIZE
                            INTO WS-NOME-EMPRESA
                     END-STRING
              END-IF.
              COMPUTE WS-TAM-NOME = FUNCTION LENGTH
                      (FUNCTION TRIM (WS-NOME-EMPRESA)).
              IF EPS-EMPRESA EQUAL SPACES
                     MOVE "2" TO EPS-RETORNO
                     DISPLAY "EMPSRV - SEM EMPRESA PARA COPIAR "
                             FUNCTION TRIM (EPS-ARQUIVO)
              ELSE
              IF WS-TAM-NOME GREATER 40
                     MOVE "2" TO EPS-RETORNO
                     DISPLAY "EMPSRV - NOME DA EMPRESA LONGO DEMAIS "
                             "PARA " FUNCTION TRIM (EPS-ARQUIVO)
              ELSE
                     PERFORM COPIA-ARQUIVO
              END-IF
              END-IF.

       COPIA-ARQUIVO.
              MOVE EPS-ARQUIVO TO WS-NOME-ORIGEM.
              MOVE WS-NOME-EMPRESA TO WS-NOME-DESTINO.
              MOVE ZEROES TO WS-CT-COPIADOS.
              MOVE 0 TO WS-FIM-ORIGEM.
              OPEN INPUT ARQ-ORIGEM.
              IF WS-STATUS-ORIGEM NOT EQUAL "00"
                     MOVE "2" TO EPS-RETORNO
                     DISPLAY "EMPSRV - "
                             FUNCTION TRIM (WS-NOME-ORIGEM)
                             " AUSENTE - SEM COPIA DA EMPRESA "
                             EPS-EMPRESA
              ELSE
                     OPEN OUTPUT ARQ-DESTINO
                     PERFORM UNTIL WS-FIM-ORIGEM EQUAL 1
                            READ ARQ-ORIGEM
                                   AT END MOVE 1 TO WS-FIM-ORIGEM
                                   NOT AT END
                                   MOVE REG-ORIGEM TO REG-DESTINO
                                   WRITE REG-DESTINO
                                   ADD 1 TO WS-CT-COPIADOS
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-ORIGEM ARQ-DESTINO
                     DISPLAY "EMPSRV - "
                             FUNCTION TRIM (WS-NOME-ORIGEM)
                             " COPIADO PARA A EMPRESA " EPS-EMPRESA
                             " EM " FUNCTION TRIM (WS-NOME-DESTINO)
                             " (" WS-CT-COPIADOS " REGISTROS)"
                     MOVE WS-NOME-DESTINO TO EPS-ARQUIVO
              END-IF.
