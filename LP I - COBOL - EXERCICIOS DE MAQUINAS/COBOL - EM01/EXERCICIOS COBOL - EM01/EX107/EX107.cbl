       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX107.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONVERSAO DE UMA VEZ SO DOS DOCUMENTOS FISCAIS DA
      *          BASE EXISTENTE: O CPF DE CADA FUNCIONARIO (NOVO CAMPO
      *          CPF AO FINAL DE CADFUN) E O CPF/CNPJ DE CADA CLIENTE
      *          (TIPO-DOC-SAI E DOC-SAI AO FINAL DO DETALHE DE
      *          CADCLI2) - SEM ELES EX74 SO CONSEGUE ADIVINHAR
      *          DUPLICIDADE PELO NOME E OS ARQUIVOS DO GOVERNO SAEM
      *          DIGITADOS A MAO. NO MOLDE DE EX102: LE CADFUN.DAT NO
      *          LAYOUT ANTERIOR E GRAVA CADFUN-NOVO.DAT NO NOVO, E
      *          LE O CADCLI2 DO LOTE (NOME MONTADO COM FILIAL E DATA
      *          DE PARM-LOTE.DAT, NO MESMO MOLDE DE EX01; OPCIONAL)
      *          GRAVANDO CADCLI2-NOVO.DAT, COM CABECALHOS "H" E
      *          TRAILERS "T" COPIADOS COMO ESTAO. OS DOCUMENTOS VEM
      *          DA CARGA INICIAL DOCUMENTOS.DAT (CADASTRO "F"
      *          FUNCIONARIO OU "C" CLIENTE, CODIGO, TIPO DE PESSOA E
      *          NUMERO COM 14 DIGITOS ALINHADO A DIREITA), LEVANTADA
      *          PELO RH E PELO COMERCIAL. NA CARGA SAO RECUSADAS,
      *          COM AVISO, AS LINHAS COM DIGITO VERIFICADOR QUE NAO
      *          FECHA (SUBPROGRAMA DOCSRV), FUNCIONARIO COM CNPJ,
      *          CODIGO REPETIDO E DOCUMENTO JA CARREGADO PARA OUTRO
      *          CODIGO DO MESMO CADASTRO (FICA O PRIMEIRO) - A MESMA
      *          REGRA DE UNICIDADE QUE EX01 E EX27 PASSAM A APLICAR.
      *          CODIGO SEM DOCUMENTO NA CARGA FICA SEM DOCUMENTO, E
      *          LISTADO E DEVE SER ACERTADO DEPOIS (EX27 "U" PARA O
      *          FUNCIONARIO, NOVA CARGA PARA O CLIENTE); DETALHE DE
      *          CADCLI2 QUE JA TRAZ DOCUMENTO O MANTEM. A PROVA SAI
      *          NO CONSOLE: QUANTIDADE E SOMATORIA DO SALARIO DE
      *          CADFUN E QUANTIDADE DE REGISTROS DE CADCLI2, ANTES E
      *          DEPOIS - DIVERGENCIA ABORTA COM RETURN-CODE 16 E OS
      *          ARQUIVOS NOVOS NAO DEVEM SER USADOS. COM A PROVA
      *          FECHADA OS ESPELHOS INDEXADOS DE DOCUMENTO
      *          (CADFUN-CPF.DAT DE EX27 E O CADCLI2-DOC DO LOTE DE
      *          EX01) SAO GRAVADOS DO ZERO COM OS DOCUMENTOS
      *          CONVERTIDOS, E O OPERADOR RENOMEIA CADFUN-NOVO.DAT
      *          PARA CADFUN.DAT E CADCLI2-NOVO.DAT PARA O NOME DO
      *          CADCLI2. RODAR DUAS VEZES E INOFENSIVO: AS SAIDAS SAO
      *          SEMPRE REGRAVADAS DO ZERO. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUN-VELHO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-VELHO
              FILE STATUS IS WS-STATUS-VELHO.
       SELECT CADFUN-NOVO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-NOVO
              FILE STATUS IS WS-STATUS-NOVO.
       SELECT CADCLI2-VELHO ASSIGN DYNAMIC WS-NOME-CADCLI2
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLI2-VELHO.
       SELECT CADCLI2-NOVO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADFUN-CPF ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CPF-IDX
              FILE STATUS IS WS-STATUS-INDICE.
       SELECT CADCLI2-DOC ASSIGN DYNAMIC WS-NOME-CADCLI2-DOC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-DOC-IDX
              FILE STATUS IS WS-STATUS-INDICE.
       SELECT OPTIONAL ARQ-DOCUMENTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN-VELHO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-VELHO.
              02 CODIGO-VELHO   PIC 9(5).
              02 NOME-VELHO     PIC X(20).
              02 SALARIO-VELHO  PIC 9(7)V99.
              02 DEPTO-VELHO    PIC X(04).
              02 CARGO-VELHO    PIC X(15).
              02 ADMISSAO-VELHO PIC 9(08).

       FD CADFUN-NOVO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN-NOVO.DAT".

       01 REG-NOVO.
              02 CODIGO-NOVO   PIC 9(5).
              02 NOME-NOVO     PIC X(20).
              02 SALARIO-NOVO  PIC 9(7)V99.
              02 DEPTO-NOVO    PIC X(04).
              02 CARGO-NOVO    PIC X(15).
              02 ADMISSAO-NOVO PIC 9(08).
              02 CPF-NOVO      PIC 9(11).

       FD CADCLI2-VELHO
          LABEL         RECORD         ARE         STANDARD.

       01 REG-CLI2-VELHO.
              02 TIPO-CLI2-VELHO     PIC X(01).
              02 NOME-CLI2-VELHO     PIC X(20).
              02 COD-CLI2-VELHO      PIC 9(5).
              02 TIPO-DOC-CLI2-VELHO PIC X(01).
              02 DOC-CLI2-VELHO      PIC X(14).

       FD CADCLI2-NOVO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI2-NOVO.DAT".

       01 REG-CLI2-NOVO.
              02 TIPO-CLI2-NOVO     PIC X(01).
              02 NOME-CLI2-NOVO     PIC X(20).
              02 COD-CLI2-NOVO      PIC 9(5).
              02 TIPO-DOC-CLI2-NOVO PIC X(01).
              02 DOC-CLI2-NOVO      PIC X(14).

       FD CADFUN-CPF
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN-CPF.DAT".

       01 REG-CPF-IDX.
              02 CPF-IDX           PIC 9(11).
              02 MATRICULA-CPF-IDX PIC 9(05).

       FD CADCLI2-DOC
          LABEL         RECORD         ARE         STANDARD.

       01 REG-DOC-IDX.
              02 CHAVE-DOC-IDX.
                     03 TIPO-DOC-IDX   PIC X(01).
                     03 NUMERO-DOC-IDX PIC X(14).
              02 COD-DOC-IDX PIC 9(5).

       FD ARQ-DOCUMENTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DOCUMENTOS.DAT".

       01 REG-DOCUMENTO.
              02 DOCS-CADASTRO PIC X(01).
              02 DOCS-CODIGO   PIC X(05).
              02 DOCS-TIPO     PIC X(01).
              02 DOCS-NUMERO   PIC X(14).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-VELHO PIC X(02).
       77 WS-STATUS-NOVO PIC X(02).
       77 WS-STATUS-CLI2-VELHO PIC X(02).
       77 WS-STATUS-INDICE PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TEM-CADCLI2 PIC X(03) VALUE "NAO".
       77 WS-FIM-DOCUMENTOS PIC 9(01) VALUE 0.
       77 WS-FIM-CLI2 PIC 9(01) VALUE 0.
       77 WS-TOTAL-DOCS PIC 9(05) VALUE ZEROES.
       77 WS-IND-DOC PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-COD PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-NUM PIC 9(05) VALUE ZEROES.
       77 WS-PROC-CADASTRO PIC X(01) VALUE SPACES.
       77 WS-PROC-CODIGO PIC 9(05) VALUE ZEROES.
       77 WS-PROC-TIPO PIC X(01) VALUE SPACES.
       77 WS-PROC-NUMERO PIC X(14) VALUE SPACES.
       77 WS-CPF-NUMERO PIC 9(14) VALUE ZEROES.
       77 WS-INCLUIDO PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADCLI2 PIC X(030) VALUE "CADCLI2.DAT".
       77 WS-NOME-CADCLI2-DOC PIC X(030) VALUE "CADCLI2-DOC.DAT".
       77 WS-CT-ANTES PIC 9(07) VALUE ZEROES.
       77 WS-CT-DEPOIS PIC 9(07) VALUE ZEROES.
       77 WS-CT-COM-CPF PIC 9(07) VALUE ZEROES.
       77 WS-CT-SEM-CPF PIC 9(07) VALUE ZEROES.
       77 WS-SOMA-ANTES PIC 9(11)V99 VALUE ZEROES.
       77 WS-SOMA-DEPOIS PIC 9(11)V99 VALUE ZEROES.
       77 WS-CT-CLI2-ANTES PIC 9(07) VALUE ZEROES.
       77 WS-CT-CLI2-DEPOIS PIC 9(07) VALUE ZEROES.
       77 WS-CT-CLI-COM-DOC PIC 9(07) VALUE ZEROES.
       77 WS-CT-CLI-SEM-DOC PIC 9(07) VALUE ZEROES.
       77 WS-CT-CLI-JA-TINHA PIC 9(07) VALUE ZEROES.
       77 WS-CT-RECUSADOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-NAO-USADOS PIC 9(07) VALUE ZEROES.

       01 TABELA-DOCUMENTOS.
              02 WS-DOC OCCURS 10000 TIMES.
                     03 WS-DOC-CADASTRO PIC X(01).
                     03 WS-DOC-CODIGO   PIC 9(05).
                     03 WS-DOC-TIPO     PIC X(01).
                     03 WS-DOC-NUMERO   PIC X(14).
                     03 WS-DOC-USADO    PIC X(01).

       01 DOCSRV-AREA.
              COPY DOCSRV.

       PROCEDURE DIVISION.

       PROGRAMA107.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM CONVERTE-CADCLI2
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              OPEN INPUT CADFUN-VELHO OUTPUT CADFUN-NOVO.
              IF WS-STATUS-VELHO NOT EQUAL "00"
                     DISPLAY "EX107 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-VELHO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LE-PARAMETRO-LOTE
                     PERFORM MONTA-NOMES-ARQUIVOS
                     PERFORM CARREGA-DOCUMENTOS
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

       MONTA-NOMES-ARQUIVOS.
              IF WS-LOTE-FILIAL EQUAL SPACES
                 AND WS-LOTE-DATA EQUAL SPACES
                     NEXT SENTENCE
              ELSE
                     MOVE SPACES TO WS-NOME-CADCLI2
                                    WS-NOME-CADCLI2-DOC
                     STRING "CADCLI2-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADCLI2
                     STRING "CADCLI2-DOC-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADCLI2-DOC
              END-IF.

       CARREGA-DOCUMENTOS.
              OPEN INPUT ARQ-DOCUMENTOS.
              PERFORM UNTIL WS-FIM-DOCUMENTOS EQUAL 1
                     READ ARQ-DOCUMENTOS
                            AT END MOVE 1 TO WS-FIM-DOCUMENTOS
                            NOT AT END
                            PERFORM GUARDA-DOCUMENTO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-DOCUMENTOS.
              IF WS-TOTAL-DOCS EQUAL ZEROES
                     DISPLAY "EX107 - AVISO: DOCUMENTOS.DAT AUSENTE OU "
                             "VAZIO - NENHUM DOCUMENTO SERA CARREGADO"
              END-IF.

       GUARDA-DOCUMENTO.
              MOVE "9" TO DSV-RETORNO.
              IF (DOCS-CADASTRO EQUAL "F" OR DOCS-CADASTRO EQUAL "C")
                 AND DOCS-CODIGO NUMERIC
                     MOVE DOCS-TIPO TO DSV-TIPO
                     MOVE DOCS-NUMERO TO DSV-NUMERO
                     CALL "DOCSRV" USING DOCSRV-AREA
              END-IF.
              IF DSV-RETORNO NOT EQUAL "0"
                     ADD 1 TO WS-CT-RECUSADOS
                     DISPLAY "EX107 - AVISO: LINHA DE DOCUMENTOS.DAT "
                             "INVALIDA IGNORADA - " DOCS-CADASTRO
                             " " DOCS-CODIGO " " DOCS-TIPO
                             " " DOCS-NUMERO
              ELSE
              IF DOCS-CADASTRO EQUAL "F" AND DOCS-TIPO NOT EQUAL "F"
                     ADD 1 TO WS-CT-RECUSADOS
                     DISPLAY "EX107 - AVISO: FUNCIONARIO " DOCS-CODIGO
                             " COM CNPJ - IGNORADO"
              ELSE
                     MOVE DOCS-CADASTRO TO WS-PROC-CADASTRO
                     MOVE DOCS-CODIGO TO WS-PROC-CODIGO
                     MOVE DOCS-TIPO TO WS-PROC-TIPO
                     MOVE DOCS-NUMERO TO WS-PROC-NUMERO
                     PERFORM INCLUI-NA-TABELA
              END-IF
              END-IF.

      *    INCLUI WS-PROC-* NA TABELA, MARCADO COMO AINDA NAO USADO,
      *    SE O CODIGO AINDA NAO TEM DOCUMENTO E O DOCUMENTO AINDA
      *    NAO E DE OUTRO CODIGO DO MESMO CADASTRO.
       INCLUI-NA-TABELA.
              MOVE "NAO" TO WS-INCLUIDO.
              PERFORM LOCALIZA-DOCUMENTO.
              IF WS-ACHADO-COD GREATER ZEROES
                     ADD 1 TO WS-CT-RECUSADOS
                     DISPLAY "EX107 - AVISO: CODIGO " WS-PROC-CODIGO
                             " (" WS-PROC-CADASTRO ") COM MAIS DE UM "
                             "DOCUMENTO - VALE O PRIMEIRO"
              ELSE
              IF WS-ACHADO-NUM GREATER ZEROES
                     ADD 1 TO WS-CT-RECUSADOS
                     DISPLAY "EX107 - AVISO: DOCUMENTO " WS-PROC-NUMERO
                             " DO CODIGO " WS-PROC-CODIGO
                             " JA E DO CODIGO "
                             WS-DOC-CODIGO (WS-ACHADO-NUM)
                             " - IGNORADO"
              ELSE
              IF WS-TOTAL-DOCS EQUAL 10000
                     ADD 1 TO WS-CT-RECUSADOS
                     DISPLAY "EX107 - TABELA DE DOCUMENTOS CHEIA "
                             "(10000) - IGNORADO: " WS-PROC-CODIGO
              ELSE
                     ADD 1 TO WS-TOTAL-DOCS
                     MOVE WS-PROC-CADASTRO TO
                          WS-DOC-CADASTRO (WS-TOTAL-DOCS)
                     MOVE WS-PROC-CODIGO TO
                          WS-DOC-CODIGO (WS-TOTAL-DOCS)
                     MOVE WS-PROC-TIPO TO
                          WS-DOC-TIPO (WS-TOTAL-DOCS)
                     MOVE WS-PROC-NUMERO TO
                          WS-DOC-NUMERO (WS-TOTAL-DOCS)
                     MOVE "N" TO WS-DOC-USADO (WS-TOTAL-DOCS)
                     MOVE "SIM" TO WS-INCLUIDO
              END-IF
              END-IF
              END-IF.

      *    DEVOLVE EM WS-ACHADO-COD A POSICAO DO CODIGO WS-PROC-CODIGO
      *    E EM WS-ACHADO-NUM A DO DOCUMENTO WS-PROC-TIPO/NUMERO, OS
      *    DOIS DENTRO DO CADASTRO WS-PROC-CADASTRO.
       LOCALIZA-DOCUMENTO.
              MOVE ZEROES TO WS-ACHADO-COD WS-ACHADO-NUM.
              PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                      UNTIL WS-IND-DOC GREATER WS-TOTAL-DOCS
                      IF WS-DOC-CADASTRO (WS-IND-DOC) EQUAL
                         WS-PROC-CADASTRO
                             IF WS-DOC-CODIGO (WS-IND-DOC) EQUAL
                                WS-PROC-CODIGO
                                AND WS-ACHADO-COD EQUAL ZEROES
                                    MOVE WS-IND-DOC TO WS-ACHADO-COD
                             END-IF
                             IF WS-DOC-TIPO (WS-IND-DOC) EQUAL
                                WS-PROC-TIPO
                                AND WS-DOC-NUMERO (WS-IND-DOC) EQUAL
                                WS-PROC-NUMERO
                                AND WS-ACHADO-NUM EQUAL ZEROES
                                    MOVE WS-IND-DOC TO WS-ACHADO-NUM
                             END-IF
                      END-IF
              END-PERFORM.

       VERIFICA-FIM.
              READ CADFUN-VELHO AT END MOVE 1 TO FIM-ARQ.

       CONVERTE.
              ADD 1 TO WS-CT-ANTES.
              ADD SALARIO-VELHO TO WS-SOMA-ANTES.
              MOVE "F" TO WS-PROC-CADASTRO.
              MOVE CODIGO-VELHO TO WS-PROC-CODIGO.
              MOVE SPACES TO WS-PROC-TIPO WS-PROC-NUMERO.
              PERFORM LOCALIZA-DOCUMENTO.
              MOVE CODIGO-VELHO TO CODIGO-NOVO.
              MOVE NOME-VELHO TO NOME-NOVO.
              MOVE SALARIO-VELHO TO SALARIO-NOVO.
              MOVE DEPTO-VELHO TO DEPTO-NOVO.
              MOVE CARGO-VELHO TO CARGO-NOVO.
              MOVE ADMISSAO-VELHO TO ADMISSAO-NOVO.
              IF WS-ACHADO-COD EQUAL ZEROES
                     MOVE ZEROES TO CPF-NOVO
                     ADD 1 TO WS-CT-SEM-CPF
                     DISPLAY "EX107 - SEM CPF: MATRICULA "
                             CODIGO-VELHO " " NOME-VELHO
              ELSE
                     MOVE WS-DOC-NUMERO (WS-ACHADO-COD)
                          TO WS-CPF-NUMERO
                     MOVE WS-CPF-NUMERO TO CPF-NOVO
                     MOVE "S" TO WS-DOC-USADO (WS-ACHADO-COD)
                     ADD 1 TO WS-CT-COM-CPF
              END-IF.
              WRITE REG-NOVO.
              ADD 1 TO WS-CT-DEPOIS.
              ADD SALARIO-NOVO TO WS-SOMA-DEPOIS.

       PRINCIPAL.
              PERFORM CONVERTE.
              PERFORM VERIFICA-FIM.

       CONVERTE-CADCLI2.
              OPEN INPUT CADCLI2-VELHO.
              IF WS-STATUS-CLI2-VELHO NOT EQUAL "00"
                     DISPLAY "EX107 - AVISO: "
                             FUNCTION TRIM (WS-NOME-CADCLI2)
                             " INDISPONIVEL - FILE STATUS "
                             WS-STATUS-CLI2-VELHO
                             " - CLIENTES NAO CONVERTIDOS"
              ELSE
                     MOVE "SIM" TO WS-TEM-CADCLI2
                     OPEN OUTPUT CADCLI2-NOVO
                     PERFORM UNTIL WS-FIM-CLI2 EQUAL 1
                            READ CADCLI2-VELHO
                                   AT END MOVE 1 TO WS-FIM-CLI2
                                   NOT AT END
                                   PERFORM CONVERTE-CLIENTE
                            END-READ
                     END-PERFORM
                     CLOSE CADCLI2-VELHO CADCLI2-NOVO
              END-IF.

      *    SO O DETALHE "D" RECEBE DOCUMENTO; CABECALHO E TRAILER SAO
      *    COPIADOS COMO ESTAO. DETALHE QUE JA TRAZ DOCUMENTO O
      *    MANTEM E O DOCUMENTO ENTRA NA TABELA PARA O ESPELHO.
       CONVERTE-CLIENTE.
              ADD 1 TO WS-CT-CLI2-ANTES.
              MOVE REG-CLI2-VELHO TO REG-CLI2-NOVO.
              IF TIPO-CLI2-VELHO EQUAL "D"
                     MOVE "C" TO WS-PROC-CADASTRO
                     MOVE COD-CLI2-VELHO TO WS-PROC-CODIGO
                     IF DOC-CLI2-VELHO NOT EQUAL SPACES
                            MOVE TIPO-DOC-CLI2-VELHO TO WS-PROC-TIPO
                            MOVE DOC-CLI2-VELHO TO WS-PROC-NUMERO
                            PERFORM MANTEM-DOCUMENTO-CLIENTE
                     ELSE
                            MOVE SPACES TO WS-PROC-TIPO WS-PROC-NUMERO
                            PERFORM LOCALIZA-DOCUMENTO
                            IF WS-ACHADO-COD EQUAL ZEROES
                                   ADD 1 TO WS-CT-CLI-SEM-DOC
                                   DISPLAY "EX107 - SEM DOCUMENTO: "
                                           "CLIENTE " COD-CLI2-VELHO
                                           " " NOME-CLI2-VELHO
                            ELSE
                                   MOVE WS-DOC-TIPO (WS-ACHADO-COD)
                                        TO TIPO-DOC-CLI2-NOVO
                                   MOVE WS-DOC-NUMERO (WS-ACHADO-COD)
                                        TO DOC-CLI2-NOVO
                                   MOVE "S" TO
                                        WS-DOC-USADO (WS-ACHADO-COD)
                                   ADD 1 TO WS-CT-CLI-COM-DOC
                            END-IF
                     END-IF
              END-IF.
              WRITE REG-CLI2-NOVO.
              ADD 1 TO WS-CT-CLI2-DEPOIS.

       MANTEM-DOCUMENTO-CLIENTE.
              ADD 1 TO WS-CT-CLI-JA-TINHA.
              PERFORM LOCALIZA-DOCUMENTO.
              IF WS-ACHADO-COD GREATER ZEROES
                     IF WS-DOC-NUMERO (WS-ACHADO-COD) NOT EQUAL
                        WS-PROC-NUMERO
                            DISPLAY "EX107 - AVISO: CLIENTE "
                                    COD-CLI2-VELHO " JA TEM DOCUMENTO "
                                    WS-PROC-NUMERO " - CARGA IGNORADA"
                     END-IF
                     MOVE WS-PROC-TIPO TO WS-DOC-TIPO (WS-ACHADO-COD)
                     MOVE WS-PROC-NUMERO TO
                          WS-DOC-NUMERO (WS-ACHADO-COD)
                     MOVE "S" TO WS-DOC-USADO (WS-ACHADO-COD)
              ELSE
                     PERFORM INCLUI-NA-TABELA
                     IF WS-INCLUIDO EQUAL "SIM"
                            MOVE "S" TO WS-DOC-USADO (WS-TOTAL-DOCS)
                     END-IF
              END-IF.

      *    COM A PROVA FECHADA, OS ESPELHOS DE DOCUMENTO SAO GRAVADOS
      *    DO ZERO COM OS DOCUMENTOS QUE FORAM PARA OS ARQUIVOS NOVOS.
       GRAVA-INDICES.
              OPEN OUTPUT CADFUN-CPF.
              PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                      UNTIL WS-IND-DOC GREATER WS-TOTAL-DOCS
                      IF WS-DOC-CADASTRO (WS-IND-DOC) EQUAL "F"
                         AND WS-DOC-USADO (WS-IND-DOC) EQUAL "S"
                             MOVE WS-DOC-NUMERO (WS-IND-DOC)
                                  TO WS-CPF-NUMERO
                             MOVE WS-CPF-NUMERO TO CPF-IDX
                             MOVE WS-DOC-CODIGO (WS-IND-DOC)
                                  TO MATRICULA-CPF-IDX
                             WRITE REG-CPF-IDX
                                    INVALID KEY
                                    CONTINUE
                             END-WRITE
                      END-IF
              END-PERFORM.
              CLOSE CADFUN-CPF.
              IF WS-TEM-CADCLI2 EQUAL "SIM"
                     OPEN OUTPUT CADCLI2-DOC
                     PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                             UNTIL WS-IND-DOC GREATER WS-TOTAL-DOCS
                             IF WS-DOC-CADASTRO (WS-IND-DOC) EQUAL "C"
                                AND WS-DOC-USADO (WS-IND-DOC) EQUAL "S"
                                    MOVE WS-DOC-TIPO (WS-IND-DOC)
                                         TO TIPO-DOC-IDX
                                    MOVE WS-DOC-NUMERO (WS-IND-DOC)
                                         TO NUMERO-DOC-IDX
                                    MOVE WS-DOC-CODIGO (WS-IND-DOC)
                                         TO COD-DOC-IDX
                                    WRITE REG-DOC-IDX
                                           INVALID KEY
                                           CONTINUE
                                    END-WRITE
                             END-IF
                     END-PERFORM
                     CLOSE CADCLI2-DOC
              END-IF.

       LISTA-NAO-USADOS.
              PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                      UNTIL WS-IND-DOC GREATER WS-TOTAL-DOCS
                      IF WS-DOC-USADO (WS-IND-DOC) EQUAL "N"
                         AND (WS-DOC-CADASTRO (WS-IND-DOC) EQUAL "F"
                              OR WS-TEM-CADCLI2 EQUAL "SIM")
                             ADD 1 TO WS-CT-NAO-USADOS
                             DISPLAY "EX107 - AVISO: DOCUMENTO SEM "
                                     "CADASTRO: "
                                     WS-DOC-CADASTRO (WS-IND-DOC) " "
                                     WS-DOC-CODIGO (WS-IND-DOC)
                      END-IF
              END-PERFORM.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADFUN-VELHO CADFUN-NOVO
                     PERFORM LISTA-NAO-USADOS
              END-IF.
              DISPLAY "EX107 - PROVA DA CONVERSAO DE DOCUMENTOS".
              DISPLAY "CADFUN ANTES : " WS-CT-ANTES
                      " SOMA SALARIOS " WS-SOMA-ANTES.
              DISPLAY "CADFUN DEPOIS: " WS-CT-DEPOIS
                      " SOMA SALARIOS " WS-SOMA-DEPOIS.
              DISPLAY "COM CPF: " WS-CT-COM-CPF
                      " SEM CPF (ACERTAR VIA EX27): " WS-CT-SEM-CPF.
              DISPLAY "CADCLI2 ANTES : " WS-CT-CLI2-ANTES
                      " DEPOIS: " WS-CT-CLI2-DEPOIS.
              DISPLAY "CLIENTES COM DOCUMENTO CARREGADO: "
                      WS-CT-CLI-COM-DOC
                      " JA TINHAM: " WS-CT-CLI-JA-TINHA
                      " SEM DOCUMENTO: " WS-CT-CLI-SEM-DOC.
              DISPLAY "LINHAS DA CARGA RECUSADAS: " WS-CT-RECUSADOS
                      " SEM CADASTRO: " WS-CT-NAO-USADOS.
              IF WS-ABORTAR EQUAL "SIM"
                     NEXT SENTENCE
              ELSE
              IF WS-CT-ANTES NOT EQUAL WS-CT-DEPOIS
                 OR WS-SOMA-ANTES NOT EQUAL WS-SOMA-DEPOIS
                 OR WS-CT-CLI2-ANTES NOT EQUAL WS-CT-CLI2-DEPOIS
                     DISPLAY "EX107 - TOTAIS NAO FECHAM - NAO USAR "
                             "CADFUN-NOVO.DAT NEM CADCLI2-NOVO.DAT"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-INDICES
                     DISPLAY "EX107 - TOTAIS CONFEREM - RENOMEIE "
                             "CADFUN-NOVO.DAT PARA CADFUN.DAT"
                     IF WS-TEM-CADCLI2 EQUAL "SIM"
                            DISPLAY "EX107 - E CADCLI2-NOVO.DAT PARA "
                                    FUNCTION TRIM (WS-NOME-CADCLI2)
                     END-IF
              END-IF
              END-IF.
