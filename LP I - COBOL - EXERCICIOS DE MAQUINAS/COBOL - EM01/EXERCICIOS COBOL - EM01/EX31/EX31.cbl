      *          DE EX08. OS NOMES SAO MONTADOS COM FILIAL E DATA DE
      *          PARM-LOTE.DAT NO MESMO MOLDE DE EX01. DEVOLVE
      *          RETURN-CODE 12 QUANDO ALGUM ARQUIVO BRUTO ESTA
      *          AUSENTE. DEPOIS DOS ARQUIVOS BRUTOS O PROGRAMA
      *          PERCORRE O CADFUN QUE EX08 VAI LER NESTE LOTE
      *          (MESMA REGRA DE NOME DE EX08) E CONFERE O CARGO DE
      *          CADA FUNCIONARIO CONTRA A TABELA DE CARGOS
      *          CARGOS.DAT PELO SUBPROGRAMA CARSRV, LISTANDO QUEM
      *          ESTA COM CARGO FORA DA TABELA PARA O RH CORRIGIR
      *          VIA EX27 - O MESTRE NAO E ALTERADO AQUI E A CADEIA
      *          NAO PARA POR ISSO. SEM CARGOS.DAT OU SEM CADFUN A
      *          CONFERENCIA E PULADA COM AVISO. TERMINA COM GOBACK.
      *          O REGISTRO DE CADCLI1 CRESCEU PARA 40 POSICOES COM O
      *          DOCUMENTO FISCAL DO CLIENTE (TIPO DE PESSOA "F" OU
      *          "J" E NUMERO COM 14 DIGITOS, ALINHADO A DIREITA):
      *          DOCUMENTO PREENCHIDO TEM TIPO E DIGITOS
      *          VERIFICADORES DO CPF/CNPJ CONFERIDOS PELO SUBPROGRAMA
      *          DOCSRV, E O QUE NAO FECHA E REJEITADO COMO OS DEMAIS
      *          CAMPOS; DOCUMENTO EM BRANCO AINDA PASSA E SO E
      *          CONTADO NO RESUMO. NA MESMA PASSADA PELO CADFUN O CPF
      *          DE CADA FUNCIONARIO TAMBEM E CONFERIDO: CPF ZERADO
      *          OU COM DIGITO QUE NAO FECHA E LISTADO PARA O RH
      *          ACERTAR VIA EX27, SEM ALTERAR O MESTRE.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: OS ARQUIVOS
      *          LIMPOS SAO GRAVADOS COM O NOME DO ENSAIO E AS
      *          REJEICOES VAO PARA A COPIA DE REJ-COMUM DO ENSAIO,
      *          NUNCA PARA A REAL.

       ENVIRONMENT DIVISION.

       SELECT ARQ-LIMPO ASSIGN DYNAMIC WS-NOME-LIMPO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIMPO.
       SELECT CADFUN ASSIGN DYNAMIC WS-NOME-CADFUN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN DYNAMIC WS-NOME-REJ-COMUM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       01 REG-LIMPO PIC X(80).

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".
              COPY PARMLOTE.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REJ-COMUM.
              COPY REJCOM.
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-BRUTO PIC X(040) VALUE SPACES.
       77 WS-NOME-LIMPO PIC X(040) VALUE SPACES.
       77 WS-NOME-REJ-COMUM PIC X(040) VALUE "REJ-COMUM.DAT".
       77 WS-IND-ARQ PIC 9(01) VALUE ZEROES.
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-ARQ-AUSENTES PIC 9(01) VALUE ZEROES.
       77 WS-CHAVE-REJ PIC 9(05) VALUE ZEROES.
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-NOME-CADFUN PIC X(040) VALUE "CADFUN.DAT".
       77 WS-FIM-CADFUN PIC 9(01) VALUE 0.
       77 WS-CT-FUN-LIDOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-CARGO-INVALIDO PIC 9(07) VALUE ZEROES.
       77 WS-CT-CLI1-SEM-DOC PIC 9(07) VALUE ZEROES.
       77 WS-CT-CPF-AUSENTE PIC 9(07) VALUE ZEROES.
       77 WS-CT-CPF-INVALIDO PIC 9(07) VALUE ZEROES.
       77 WS-SEM-CARGOS PIC X(03) VALUE "NAO".
       77 WS-DOC-NUMERO PIC 9(14) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 DOCSRV-AREA.
              COPY DOCSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 TABELA-ARQUIVOS-CRITICA.
              02 FILLER.
                     03 FILLER PIC X(08) VALUE "CADCLI1".
                     03 FILLER PIC 9(02) VALUE 40.
              02 FILLER.
                     03 FILLER PIC X(08) VALUE "CADALU".
                     03 FILLER PIC 9(02) VALUE 37.
       01 WS-IMAGEM-CLI1 REDEFINES WS-IMAGEM.
              02 IMG-CLI1-COD  PIC X(05).
              02 IMG-CLI1-NOME PIC X(20).
              02 IMG-CLI1-TIPO-DOC PIC X(01).
              02 IMG-CLI1-DOC  PIC X(14).
              02 FILLER        PIC X(40).
       01 WS-IMAGEM-ALU REDEFINES WS-IMAGEM.
              02 IMG-ALU-NUMERO PIC X(05).
              02 IMG-ALU-NOME   PIC X(20).
       PROGRAMA31.

       PERFORM LE-PARAMETRO-LOTE.
       MOVE "A" TO ENS-FUNCAO.
       MOVE WS-NOME-REJ-COMUM TO ENS-NOME.
       CALL "ENSSRV" USING ENSSRV-AREA.
       MOVE ENS-NOME TO WS-NOME-REJ-COMUM.
       PERFORM CRITICA-ARQUIVO
               VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ GREATER 3.
       PERFORM CRITICA-CARGOS-CADFUN.
       PERFORM TERMINO.

       GOBACK.
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-LIMPO
              END-IF.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-BRUTO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-BRUTO.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-LIMPO TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-LIMPO.

       MONTA-NOME-CADFUN.
              IF WS-LOTE-FILIAL EQUAL SPACES
                 AND WS-LOTE-DATA EQUAL SPACES
                     NEXT SENTENCE
              ELSE
                     STRING "CADFUN-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                             DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                             DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADFUN
              END-IF.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADFUN TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADFUN.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              ELSE
              IF IMG-CLI1-NOME EQUAL SPACES
                     MOVE "NOME-ENT EM BRANCO" TO WS-MOTIVO
              ELSE
              IF IMG-CLI1-TIPO-DOC EQUAL SPACES
                 AND IMG-CLI1-DOC EQUAL SPACES
                     ADD 1 TO WS-CT-CLI1-SEM-DOC
              ELSE
                     PERFORM VALIDA-DOCUMENTO-CLI1
              END-IF
              END-IF
              END-IF.

       VALIDA-DOCUMENTO-CLI1.
              MOVE IMG-CLI1-TIPO-DOC TO DSV-TIPO.
              MOVE IMG-CLI1-DOC TO DSV-NUMERO.
              CALL "DOCSRV" USING DOCSRV-AREA.
              IF DSV-RETORNO EQUAL "2"
                     MOVE "TIPO DOCUMENTO INVAL" TO WS-MOTIVO
              ELSE
              IF DSV-RETORNO EQUAL "3"
                     MOVE "NUMERO DOC INVALIDO" TO WS-MOTIVO
              ELSE
              IF DSV-RETORNO NOT EQUAL "0"
                     MOVE "DV CPF/CNPJ INVALIDO" TO WS-MOTIVO
              END-IF
              END-IF
              END-IF.

                      ARQ-CRITICA-NOME (WS-IND-ARQ)
                      ": " WS-MOTIVO.

       CRITICA-CARGOS-CADFUN.
              PERFORM MONTA-NOME-CADFUN.
              OPEN INPUT CADFUN.
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX31 - AVISO: "
                             FUNCTION TRIM (WS-NOME-CADFUN)
                             " INDISPONIVEL - FILE STATUS "
                             WS-STATUS-CADFUN
                             " - CARGOS NAO CONFERIDOS"
              ELSE
                     PERFORM UNTIL WS-FIM-CADFUN EQUAL 1
                            READ CADFUN
                                   AT END MOVE 1 TO WS-FIM-CADFUN
                                   NOT AT END
                                   ADD 1 TO WS-CT-FUN-LIDOS
                                   IF WS-SEM-CARGOS EQUAL "NAO"
                                          PERFORM CRITICA-CARGO
                                   END-IF
                                   PERFORM CRITICA-CPF
                            END-READ
                     END-PERFORM
                     CLOSE CADFUN
              END-IF.

       CRITICA-CARGO.
              MOVE CARGO TO CRS-CARGO.
              MOVE ZEROES TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "9"
                     MOVE "SIM" TO WS-SEM-CARGOS
              ELSE
              IF CRS-RETORNO EQUAL "5"
                     ADD 1 TO WS-CT-CARGO-INVALIDO
                     DISPLAY "EX31 - CADFUN: CODIGO " CODIGO
                             " CARGO '" CARGO "' FORA DE CARGOS.DAT"
                             " - CORRIGIR VIA EX27"
              END-IF
              END-IF.

       CRITICA-CPF.
              IF CPF EQUAL ZEROES
                     ADD 1 TO WS-CT-CPF-AUSENTE
                     DISPLAY "EX31 - CADFUN: CODIGO " CODIGO
                             " SEM CPF - CARREGAR VIA EX27"
              ELSE
                     MOVE "F" TO DSV-TIPO
                     MOVE CPF TO WS-DOC-NUMERO
                     MOVE WS-DOC-NUMERO TO DSV-NUMERO
                     CALL "DOCSRV" USING DOCSRV-AREA
                     IF DSV-RETORNO NOT EQUAL "0"
                            ADD 1 TO WS-CT-CPF-INVALIDO
                            DISPLAY "EX31 - CADFUN: CODIGO " CODIGO
                                    " CPF " CPF " INVALIDO"
                                    " - CORRIGIR VIA EX27"
                     END-IF
              END-IF.

       TERMINO.
              DISPLAY "EX31 - RESUMO DA CRITICA DE ENTRADA".
              DISPLAY "REGISTROS LIDOS    : " WS-CT-LIDOS.
              DISPLAY "REGISTROS LIMPOS   : " WS-CT-LIMPOS.
              DISPLAY "REGISTROS REJEITADOS: " WS-CT-REJEITADOS.
              DISPLAY "CADFUN CONFERIDOS  : " WS-CT-FUN-LIDOS.
              DISPLAY "CADFUN CARGO INVALIDO: " WS-CT-CARGO-INVALIDO.
              DISPLAY "CADCLI1 SEM DOCUMENTO: " WS-CT-CLI1-SEM-DOC.
              DISPLAY "CADFUN SEM CPF     : " WS-CT-CPF-AUSENTE.
              DISPLAY "CADFUN CPF INVALIDO: " WS-CT-CPF-INVALIDO.
              IF WS-CT-ARQ-AUSENTES GREATER ZEROES
                     DISPLAY "ARQUIVOS BRUTOS AUSENTES: "
                             WS-CT-ARQ-AUSENTES
