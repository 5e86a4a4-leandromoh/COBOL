      *          (COMPARTILHADO COM EX02, EX06 E EX08) COM O HORARIO DE
      *          INICIO/TERMINO E A QUANTIDADE DE REGISTROS LIDOS E
      *          GRAVADOS NESTA EXECUCAO.
      *          O CLIENTE AGORA TRAZ O DOCUMENTO FISCAL: TIPO DE
      *          PESSOA ("F" CPF, "J" CNPJ) E NUMERO SO COM DIGITOS,
      *          ALINHADO A DIREITA COM ZEROS (X(14)), COPIADOS DE
      *          CADCLI1 PARA CADCLI2. DOCUMENTO PREENCHIDO TEM OS
      *          DIGITOS VERIFICADORES CONFERIDOS PELO SUBPROGRAMA
      *          DOCSRV (REJEICAO "DOCUMENTO INVALIDO") E NAO PODE
      *          PERTENCER A OUTRO CLIENTE: A PROCURA E FEITA NO
      *          SEGUNDO ESPELHO INDEXADO CADCLI2-DOC.DAT (CHAVE TIPO
      *          E NUMERO DO DOCUMENTO, COM O CODIGO DONO), MONTADO
      *          E CONSTRUIDO NA FALTA DA MESMA FORMA QUE
      *          CADCLI2-IDX, E A REJEICAO SAI COM O MOTIVO
      *          "DOC JA E DO <CODIGO>" (EM REJ-CLI E REJ-COMUM, PARA
      *          A CONFERENCIA DE EX16 CONTINUAR FECHANDO). CLIENTE
      *          SEM DOCUMENTO AINDA E ACEITO, CONTADO E AVISADO NO
      *          CONSOLE.
      *          CODIGO ELIMINADO NA FUSAO DE CLIENTES DO CONSOLE EX29
      *          NAO VOLTA: ANTES DA CRITICA, O COD-ENT E PROCURADO EM
      *          CADCLI-ALIAS.DAT (COPY CADALIAS, SE EXISTIR) E, SE
      *          ACHADO, O REGISTRO E REENCAMINHADO AO CODIGO
      *          SOBREVIVENTE (SEGUINDO FUSOES ENCADEADAS). COMO O
      *          SOBREVIVENTE NORMALMENTE JA ESTA NO CADASTRO, A
      *          REJEICAO SAI COM O CODIGO ANTIGO E O MOTIVO
      *          "FUNDIDO NO <CODIGO>"; O TOTAL REENCAMINHADO E
      *          AVISADO NO CONSOLE.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADCLI1 E LIDO
      *          DO ENSAIO QUANDO EX31 O GEROU NELE, CADCLI2,
      *          REJ-COMUM E JOBLOG SAO COPIADOS PARA O ENSAIO E SO A
      *          COPIA E ACRESCIDA, E OS ESPELHOS CADCLI2-IDX E
      *          CADCLI2-DOC DO ENSAIO SAO RECONSTRUIDOS A PARTIR
      *          DESSA COPIA, SEM TOCAR NOS REAIS.
      *          O ESTOURO DO PORTAO DE QUALIDADE TAMBEM VAI, COMO
      *          ALERTA CRITICO, PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).

       ENVIRONMENT DIVISION.

              ACCESS MODE IS RANDOM
              RECORD KEY IS COD-IDX
              FILE STATUS IS WS-STATUS-CADCLI2-IDX.
       SELECT CADCLI2-DOC ASSIGN DYNAMIC WS-NOME-CADCLI2-DOC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-DOC-IDX
              FILE STATUS IS WS-STATUS-CADCLI2-DOC.
       SELECT CADCLI-ALIAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ALI-COD-ANTIGO
              FILE STATUS IS WS-STATUS-ALIAS.
       SELECT REJ-CLI ASSIGN DYNAMIC WS-NOME-REJ-CLI
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-CLI.
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN DYNAMIC WS-NOME-REJ-COMUM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT JOBLOG ASSIGN DYNAMIC WS-NOME-JOBLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       01 REG-ENT.
              02 COD-ENT  PIC 9(5).
              02 NOME-ENT PIC X(20).
              02 TIPO-DOC-ENT PIC X(01).
              02 DOC-ENT  PIC X(14).

       FD CADCLI2
          LABEL         RECORD         ARE         STANDARD.
              02 TIPO-SAI PIC X(01).
              02 NOME-SAI PIC X(20).
              02 COD-SAI  PIC 9(5).
              02 TIPO-DOC-SAI PIC X(01).
              02 DOC-SAI  PIC X(14).

       01 REG-SAI-TRAILER REDEFINES REG-SAI.
              02 TRAILER-TIPO   PIC X(01).
              02 TRAILER-TOTAL  PIC 9(007).
              02 FILLER         PIC X(033).

       01 REG-SAI-CAB.
              02 CAB-TIPO       PIC X(01).
              02 CAB-FILIAL     PIC X(04).
              02 CAB-DATA-LOTE  PIC X(08).
              02 CAB-HORA       PIC X(06).
              02 FILLER         PIC X(17).

       FD CADCLI2-ANT
          LABEL         RECORD         ARE         STANDARD.
              02 TIPO-ANT PIC X(01).
              02 NOME-ANT PIC X(20).
              02 COD-ANT  PIC 9(5).
              02 TIPO-DOC-ANT PIC X(01).
              02 DOC-ANT  PIC X(14).

       FD CADCLI2-IDX
          LABEL         RECORD         ARE         STANDARD.
              02 COD-IDX  PIC 9(5).
              02 NOME-IDX PIC X(20).

       FD CADCLI2-DOC
          LABEL         RECORD         ARE         STANDARD.

       01 REG-DOC-IDX.
              02 CHAVE-DOC-IDX.
                     03 TIPO-DOC-IDX   PIC X(01).
                     03 NUMERO-DOC-IDX PIC X(14).
              02 COD-DOC-IDX PIC 9(5).

       FD CADCLI-ALIAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI-ALIAS.DAT".

       01 REG-ALIAS.
              COPY CADALIAS.

       FD REJ-CLI
          LABEL         RECORD         ARE         STANDARD.

              COPY PARMLOTE.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD JOBLOG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-JOBLOG.
              COPY JOBLOG.
       77  WS-STATUS-CADCLI2 PIC X(2).
       77  WS-STATUS-CADCLI2-IDX PIC X(2).
       77  WS-STATUS-REJ-CLI PIC X(2).
       77  WS-STATUS-CADCLI2-DOC PIC X(2).
       77  WS-MOTIVO-REJ PIC X(020) VALUE SPACES.
       77  WS-CT-SEM-DOC PIC 9(007) VALUE ZEROES.
       77  WS-STATUS-ALIAS PIC X(2).
       77  WS-TEM-ALIAS PIC X(003) VALUE "NAO".
       77  WS-REENCAMINHADO PIC X(003) VALUE "NAO".
       77  WS-COD-ORIGINAL PIC 9(5) VALUE ZEROES.
       77  WS-SALTOS-ALIAS PIC 9(02) VALUE ZEROES.
       77  WS-CT-REENCAMINHADOS PIC 9(007) VALUE ZEROES.
       77  WS-ABORTAR PIC X(003) VALUE "NAO".
       77  WS-JOBLOG-INICIO PIC X(014).
       77  WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77  WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77  WS-NOME-CADCLI1 PIC X(040) VALUE "CADCLI1.DAT".
       77  WS-NOME-CADCLI2 PIC X(040) VALUE "CADCLI2.DAT".
       77  WS-NOME-CADCLI2-IDX PIC X(040) VALUE "CADCLI2-IDX.DAT".
       77  WS-NOME-CADCLI2-DOC PIC X(040) VALUE "CADCLI2-DOC.DAT".
       77  WS-NOME-REJ-CLI PIC X(040) VALUE "REJ-CLI.DAT".
       77  WS-NOME-REJ-COMUM PIC X(040) VALUE "REJ-COMUM.DAT".
       77  WS-NOME-JOBLOG PIC X(040) VALUE "JOBLOG.DAT".
       77  WS-LIMITE-REJ PIC 9(3)V99 VALUE 050,00.
       77  WS-TAXA-REJ PIC 9(3)V99 VALUE ZEROES.
       77  WS-TAXA-ED PIC ZZ9,99.
       77  WS-LIMITE-ED PIC ZZ9,99.
       77  WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77  WS-FIM-QUALIDADE PIC 9(01) VALUE 0.

       01 DOCSRV-AREA.
              COPY DOCSRV.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       PROCEDURE DIVISION.

       PROGRAMA01.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-QUALIDADE.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM ABRE-JOBLOG.
              PERFORM ABRE-INDICE.
              IF WS-ABORTAR EQUAL "SIM"
                     ELSE
                            PERFORM GRAVA-CABECALHO-GERACAO
                            PERFORM ABRE-REJ-COMUM
                            PERFORM ABRE-ALIAS
                            PERFORM VERIFICA-FIM
                     END-IF
                     END-IF
                                    WS-LIMITE-REJ "% - ARQUIVO INTEIRO "
                                    "SUSPEITO, CADEIA DEVE PARAR"
                            MOVE 12 TO RETURN-CODE
                            PERFORM ALERTA-QUALIDADE
                     END-IF
              END-IF.

       ALERTA-QUALIDADE.
              MOVE WS-TAXA-REJ TO WS-TAXA-ED.
              MOVE WS-LIMITE-REJ TO WS-LIMITE-ED.
              MOVE "C" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "TAXA DE REJEICAO " DELIMITED BY SIZE
                     WS-TAXA-ED          DELIMITED BY SIZE
                     "% ACIMA DO LIMITE " DELIMITED BY SIZE
                     WS-LIMITE-ED        DELIMITED BY SIZE
                     "%"                 DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       REGISTRA-ALERTA.
              MOVE "EX01" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       ABRE-ALIAS.
              OPEN INPUT CADCLI-ALIAS.
              IF WS-STATUS-ALIAS EQUAL "00"
                     MOVE "SIM" TO WS-TEM-ALIAS
              END-IF.

      *    SEGUE A CADEIA DE FUSOES (A FUNDIDO EM B, B FUNDIDO EM C)
      *    ATE UM CODIGO QUE NAO FOI FUNDIDO; O LIMITE DE SALTOS SO
      *    PROTEGE CONTRA UM CICLO GRAVADO POR ENGANO.
       RESOLVE-ALIAS.
              MOVE "NAO" TO WS-REENCAMINHADO.
              MOVE COD-ENT TO WS-COD-ORIGINAL.
              MOVE ZEROES TO WS-SALTOS-ALIAS.
              IF WS-TEM-ALIAS EQUAL "SIM"
                     MOVE COD-ENT TO ALI-COD-ANTIGO
                     PERFORM UNTIL WS-SALTOS-ALIAS GREATER 10
                            READ CADCLI-ALIAS
                                   INVALID KEY
                                   MOVE 99 TO WS-SALTOS-ALIAS
                                   NOT INVALID KEY
                                   MOVE "SIM" TO WS-REENCAMINHADO
                                   MOVE ALI-COD-SOBREVIVENTE TO COD-ENT
                                   MOVE ALI-COD-SOBREVIVENTE
                                        TO ALI-COD-ANTIGO
                                   ADD 1 TO WS-SALTOS-ALIAS
                            END-READ
                     END-PERFORM
              END-IF.
              IF WS-REENCAMINHADO EQUAL "SIM"
                     ADD 1 TO WS-CT-REENCAMINHADOS
                     DISPLAY "EX01 - CODIGO " WS-COD-ORIGINAL
                             " FUNDIDO - REENCAMINHADO AO " COD-ENT
              END-IF.

       ABRE-JOBLOG.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JOBLOG-INICIO.
              OPEN EXTEND JOBLOG.
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADCLI2-IDX
                     STRING "CADCLI2-DOC-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-DATA)
                                                   DELIMITED BY SIZE
                            ".DAT"           DELIMITED BY SIZE
                            INTO WS-NOME-CADCLI2-DOC
                     STRING "REJ-CLI-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-LOTE-FILIAL)
                                                   DELIMITED BY SIZE
                            INTO WS-NOME-REJ-CLI
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADCLI1 TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI1.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-CADCLI2 TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI2.
              MOVE WS-NOME-REJ-COMUM TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-COMUM.
              MOVE WS-NOME-JOBLOG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-JOBLOG.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADCLI2-IDX TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI2-IDX.
              MOVE WS-NOME-CADCLI2-DOC TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADCLI2-DOC.
              MOVE WS-NOME-REJ-CLI TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-CLI.

       ABRE-INDICE.
              OPEN I-O CADCLI2-IDX.
              IF WS-STATUS-CADCLI2-IDX NOT EQUAL "00"
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-INDICE-DOC
              END-IF.

       ABRE-INDICE-DOC.
              OPEN I-O CADCLI2-DOC.
              IF WS-STATUS-CADCLI2-DOC NOT EQUAL "00"
                     PERFORM CONSTROI-INDICE-DOC
                     OPEN I-O CADCLI2-DOC
                     IF WS-STATUS-CADCLI2-DOC NOT EQUAL "00"
                            DISPLAY "EX01 - ERRO AO ABRIR CADCLI2-DOC"
                                    " - FILE STATUS "
                                    WS-STATUS-CADCLI2-DOC
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

      *    SO ENTRAM NO INDICE OS DETALHES COM DOCUMENTO; UM
      *    DOCUMENTO REPETIDO NO CADASTRO ANTIGO FICA COM O PRIMEIRO
      *    CODIGO E O REPETIDO E AVISADO PARA ACERTO.
       CONSTROI-INDICE-DOC.
              DISPLAY "EX01 - CADCLI2-DOC INEXISTENTE - CONSTRUINDO "
                      "A PARTIR DE " WS-NOME-CADCLI2.
              OPEN OUTPUT CADCLI2-DOC.
              OPEN INPUT CADCLI2-ANT.
              MOVE 0 TO FIM-ANT.
              PERFORM UNTIL FIM-ANT EQUAL 1
                     READ CADCLI2-ANT
                            AT END MOVE 1 TO FIM-ANT
                            NOT AT END
                            IF TIPO-ANT EQUAL "D"
                               AND DOC-ANT NOT EQUAL SPACES
                                   MOVE TIPO-DOC-ANT TO TIPO-DOC-IDX
                                   MOVE DOC-ANT TO NUMERO-DOC-IDX
                                   MOVE COD-ANT TO COD-DOC-IDX
                                   WRITE REG-DOC-IDX
                                          INVALID KEY
                                          DISPLAY "EX01 - AVISO: "
                                                  "DOCUMENTO " DOC-ANT
                                                  " REPETIDO NO CODIGO "
                                                  COD-ANT
                                   END-WRITE
                            END-IF
                     END-PERFORM.
              CLOSE CADCLI2-ANT.
              CLOSE CADCLI2-DOC.

       CONSTROI-INDICE.
              DISPLAY "EX01 - CADCLI2-IDX INEXISTENTE - CONSTRUINDO "
                            MOVE "SIM" TO WS-DUPLICADO
              END-READ.

      *    DOCUMENTO EM BRANCO E ACEITO (CLIENTE AINDA SEM
      *    DOCUMENTO); PREENCHIDO, PRECISA FECHAR OS DIGITOS E NAO
      *    PODE SER DE OUTRO CLIENTE.
       VERIFICA-DOCUMENTO.
              MOVE SPACES TO WS-MOTIVO-REJ.
              IF TIPO-DOC-ENT EQUAL SPACES AND DOC-ENT EQUAL SPACES
                     ADD 1 TO WS-CT-SEM-DOC
              ELSE
                     MOVE TIPO-DOC-ENT TO DSV-TIPO
                     MOVE DOC-ENT TO DSV-NUMERO
                     CALL "DOCSRV" USING DOCSRV-AREA
                     IF DSV-RETORNO NOT EQUAL "0"
                            MOVE "DOCUMENTO INVALIDO" TO WS-MOTIVO-REJ
                     ELSE
                            MOVE TIPO-DOC-ENT TO TIPO-DOC-IDX
                            MOVE DOC-ENT TO NUMERO-DOC-IDX
                            READ CADCLI2-DOC
                                   INVALID KEY
                                   CONTINUE
                                   NOT INVALID KEY
                                   STRING "DOC JA E DO "
                                                  DELIMITED BY SIZE
                                          COD-DOC-IDX
                                                  DELIMITED BY SIZE
                                          INTO WS-MOTIVO-REJ
                            END-READ
                     END-IF
              END-IF.

       COPIA.
              MOVE "D" TO TIPO-SAI.
              MOVE NOME-ENT TO NOME-SAI.
              MOVE COD-ENT TO COD-SAI.
              MOVE TIPO-DOC-ENT TO TIPO-DOC-SAI.
              MOVE DOC-ENT TO DOC-SAI.
              WRITE REG-SAI.
              ADD 1 TO WS-TOTAL-COPIADOS.
              MOVE COD-ENT TO COD-IDX.
                     INVALID KEY
                     CONTINUE
              END-WRITE.
              IF DOC-ENT NOT EQUAL SPACES
                     MOVE TIPO-DOC-ENT TO TIPO-DOC-IDX
                     MOVE DOC-ENT TO NUMERO-DOC-IDX
                     MOVE COD-ENT TO COD-DOC-IDX
                     WRITE REG-DOC-IDX
                            INVALID KEY
                            CONTINUE
                     END-WRITE
              END-IF.

       GRAVA-REJEITADO.
              MOVE COD-ENT TO COD-REJ-CLI.
              WRITE REG-REJ-CLI.
              MOVE "EX01" TO REJ-PROGRAMA.
              MOVE COD-ENT TO REJ-CHAVE.
              MOVE WS-MOTIVO-REJ TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              ADD 1 TO WS-CT-REJEITADOS.
              DISPLAY "COD-ENT REJEITADO: " COD-ENT " - "
                      WS-MOTIVO-REJ.

       VERIFICA-FIM.
              READ CADCLI1
              IF WS-ABORTAR NOT EQUAL "SIM"
                     PERFORM GRAVA-TRAILER
              END-IF.
              CLOSE CADCLI1 CADCLI2 CADCLI2-IDX CADCLI2-DOC REJ-CLI
                    REJ-COMUM.
              IF WS-TEM-ALIAS EQUAL "SIM"
                     CLOSE CADCLI-ALIAS
              END-IF.
              IF WS-CT-REENCAMINHADOS GREATER ZEROES
                     DISPLAY "EX01 - AVISO: " WS-CT-REENCAMINHADOS
                             " CLIENTE(S) COM CODIGO FUNDIDO "
                             "REENCAMINHADO(S) AO SOBREVIVENTE"
              END-IF.
              IF WS-CT-SEM-DOC GREATER ZEROES
                     DISPLAY "EX01 - AVISO: " WS-CT-SEM-DOC
                             " CLIENTE(S) COPIADO(S) SEM DOCUMENTO "
                             "(CPF/CNPJ)"
              END-IF.
              PERFORM GRAVA-JOBLOG.
              IF WS-ABORTAR NOT EQUAL "SIM"
                     PERFORM VERIFICA-QUALIDADE
              END-IF.

       PRINCIPAL.
              PERFORM RESOLVE-ALIAS.
              PERFORM VERIFICA-DUPLICADO.
              IF WS-DUPLICADO EQUAL "SIM"
                     IF WS-REENCAMINHADO EQUAL "SIM"
                            MOVE SPACES TO WS-MOTIVO-REJ
                            STRING "FUNDIDO NO " DELIMITED BY SIZE
                                   COD-ENT       DELIMITED BY SIZE
                                   INTO WS-MOTIVO-REJ
                            MOVE WS-COD-ORIGINAL TO COD-ENT
                     ELSE
                            MOVE "CODIGO DUPLICADO" TO WS-MOTIVO-REJ
                     END-IF
                     PERFORM GRAVA-REJEITADO
              ELSE
                     PERFORM VERIFICA-DOCUMENTO
                     IF WS-MOTIVO-REJ NOT EQUAL SPACES
                            PERFORM GRAVA-REJEITADO
                     ELSE
                            PERFORM COPIA
                     END-IF
              END-IF.
              PERFORM VERIFICA-FIM.
