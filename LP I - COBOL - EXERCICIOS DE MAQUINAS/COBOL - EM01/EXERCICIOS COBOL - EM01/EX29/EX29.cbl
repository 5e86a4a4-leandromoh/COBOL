      *                 EX29-CLI-AUDIT.DAT SOB O OPERADOR
      *                 AUTENTICADO - A MESMA DISCIPLINA QUE EX11
      *                 EXIGE PARA FUNCIONARIO;
      *             7 - FUNDIR CLIENTES DUPLICADOS (OS GRUPOS QUE EX74
      *                 LISTA): O OPERADOR INFORMA O CODIGO
      *                 SOBREVIVENTE, O CODIGO DUPLICADO E O MOTIVO, E
      *                 A FUSAO E APLICADA DE UMA VEZ - TUDO E
      *                 CONFERIDO ANTES (OS DOIS CODIGOS NO INDICE E NO
      *                 DETALHE DE CADCLI2.DAT, TRAVA LIVRE) E NADA E
      *                 ALTERADO SE ALGO FALTAR. O DUPLICADO SAI DE
      *                 CADCLI2.DAT (VIA CADCLI2-TMP.DAT, COMO NA
      *                 OPCAO 6) E DE CADCLI2-IDX.DAT; O ENDERECO DELE
      *                 EM CADEND.DAT PASSA AO SOBREVIVENTE QUANDO ESTE
      *                 NAO TEM ENDERECO (SENAO E APENAS EXCLUIDO); O
      *                 DOCUMENTO DELE PASSA AO SOBREVIVENTE SEM
      *                 DOCUMENTO E, EM TODO CASO, O ESPELHO
      *                 CADCLI2-DOC.DAT PASSA A APONTAR O SOBREVIVENTE.
      *                 O CODIGO ANTIGO E GRAVADO EM CADCLI-ALIAS.DAT
      *                 (COPY CADALIAS) PARA EX01 REENCAMINHAR AO
      *                 SOBREVIVENTE O CADCLI1 QUE AINDA CHEGAR COM ELE,
      *                 E O ANTES (DOS DOIS CLIENTES) E O DEPOIS (DO
      *                 SOBREVIVENTE) VAO PARA EX29-FUS-AUDIT.DAT SOB O
      *                 OPERADOR AUTENTICADO. OS TRAILERS DE CADCLI2
      *                 NAO MUDAM: GUARDAM O TOTAL COPIADO EM CADA
      *                 EXECUCAO DE EX01, QUE E O QUE EX16 CONFERE;
      *             8 - ALERTAS DA FILA CENTRAL ALERTAS.DAT (GRAVADOS
      *                 PELOS PASSOS DA CADEIA VIA ALRSRV): LISTA OS
      *                 AINDA NAO RECONHECIDOS - OS ESCALADOS POR
      *                 EX122 PRIMEIRO - E PERMITE RECONHECER UM
      *                 ALERTA PELA SEQUENCIA OU TODOS DE UMA VEZ
      *                 ("T"). O RECONHECIMENTO EXIGE PERFIL "A" OU
      *                 "O", E RECUSADO COM A TRAVA SISLOCK.DAT TOMADA
      *                 (A CADEIA ESTARIA ACRESCENTANDO ALERTAS) E
      *                 GRAVA NO ALERTA O OPERADOR E A DATA/HORA; A
      *                 FILA E REGRAVADA VIA EX29-ALR-TRAB.DAT;
      *             0 - ENCERRAR.
      *          O CONSOLE EXIGE SIGN-ON: O OPERADOR INFORMA ID E
      *          SENHA NA TELA DE ABERTURA E AMBOS SAO CONFERIDOS
      *          COM A CADEIA NOTURNA NO AR A OPCAO E RECUSADA E O
      *          OPERADOR VE QUAL CADEIA/FILIAL SEGURA A TRAVA E
      *          DESDE QUANDO. TERMINA COM GOBACK.
      *          CADA REGISTRO DE EX29-LOG.DAT E DE EX29-CLI-AUDIT.DAT
      *          LEVA NO FIM A SEQUENCIA NA TRILHA E O SELO ENCADEADO
      *          AO DO REGISTRO ANTERIOR (SUBPROGRAMA SELSRV): ANTES
      *          DE CADA EXTEND A TRILHA E LIDA ATE O FIM PARA
      *          CONTINUAR A CORRENTE DO ULTIMO SELO GRAVADO
      *          (REGISTROS ANTIGOS, SEM SELO, NAO CONTAM). EX116
      *          CONFERE AS CORRENTES.
      *          OPERADOR COM PERFIL "D" (DESATIVADO NA RECERTIFICACAO
      *          DE EX117) TEM O SIGN-ON RECUSADO MESMO COM A SENHA
      *          CERTA, CONTANDO COMO TENTATIVA.

       ENVIRONMENT DIVISION.

       SELECT CLI-AUDIT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLI-AUDIT.
       SELECT CADCLI2-DOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-DOC-IDX
              FILE STATUS IS WS-STATUS-DOC.
       SELECT CADEND ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS END-COD
              FILE STATUS IS WS-STATUS-CADEND.
       SELECT CADCLI-ALIAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ALI-COD-ANTIGO
              FILE STATUS IS WS-STATUS-ALIAS.
       SELECT FUS-AUDIT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FUS-AUDIT.
       SELECT OPTIONAL ARQ-ALERTAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-ALERTAS-TRAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

              02 LOG-OPERADOR  PIC X(10).
              02 LOG-DATA-HORA PIC X(14).
              02 LOG-ACAO      PIC X(25).
              02 LOG-SEQ-SELO  PIC 9(09).
              02 LOG-SELO      PIC 9(10).

       FD ARQ-CORRECOES
          LABEL         RECORD         ARE         STANDARD
              02 TIPO-CLI2 PIC X(01).
              02 NOME-CLI2 PIC X(20).
              02 COD-CLI2  PIC 9(5).
              02 TIPO-DOC-CLI2 PIC X(01).
              02 DOC-CLI2  PIC X(14).

       FD CADCLI2-TMP
          LABEL         RECORD         ARE         STANDARD
              02 TIPO-TMP PIC X(01).
              02 NOME-TMP PIC X(20).
              02 COD-TMP  PIC 9(5).
              02 TIPO-DOC-TMP PIC X(01).
              02 DOC-TMP  PIC X(14).

       FD CLI-AUDIT
          LABEL         RECORD         ARE         STANDARD
              02 CAUD-NOME-DEPOIS PIC X(20).
              02 CAUD-OPERADOR    PIC X(10).
              02 CAUD-DATA-HORA   PIC X(14).
              02 CAUD-SEQ-SELO    PIC 9(09).
              02 CAUD-SELO        PIC 9(10).

       FD CADCLI2-DOC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI2-DOC.DAT".

       01 REG-DOC-IDX.
              02 CHAVE-DOC-IDX.
                     03 TIPO-DOC-IDX   PIC X(01).
                     03 NUMERO-DOC-IDX PIC X(14).
              02 COD-DOC-IDX PIC 9(5).

       FD CADEND
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADEND.DAT".

       01 REG-END.
              02 END-COD        PIC 9(05).
              02 END-LOGRADOURO PIC X(30).
              02 END-CIDADE     PIC X(20).
              02 END-UF         PIC X(02).
              02 END-CEP        PIC 9(08).
              02 END-SITUACAO   PIC X(01).
              02 END-DATA-DEVOL PIC 9(08).

       01 REG-END-FUSAO.
              02 FILLER         PIC 9(05).
              02 END-ENDERECO   PIC X(60).
              02 FILLER         PIC X(09).

       FD CADCLI-ALIAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI-ALIAS.DAT".

       01 REG-ALIAS.
              COPY CADALIAS.

       FD FUS-AUDIT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX29-FUS-AUDIT.DAT".

       01 REG-FUS-AUDIT.
              02 FAUD-OPERADOR      PIC X(10).
              02 FAUD-DATA-HORA     PIC X(14).
              02 FAUD-MOTIVO        PIC X(30).
              02 FAUD-COD-SOBREV    PIC 9(05).
              02 FAUD-COD-DUPL      PIC 9(05).
              02 FAUD-ANTES-SOBREV  PIC X(95).
              02 FAUD-ANTES-DUPL    PIC X(95).
              02 FAUD-DEPOIS-SOBREV PIC X(95).

       FD ARQ-ALERTAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "ALERTAS.DAT".

       01 REG-ALERTA.
              COPY ALERTA.

       FD ARQ-ALERTAS-TRAB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX29-ALR-TRAB.DAT".

       01 REG-ALERTA-TRAB PIC X(135).

       WORKING-STORAGE SECTION.
       77 WS-OPCAO PIC X(01) VALUE SPACES.
       77 WS-NOVO-NOME PIC X(20) VALUE SPACES.
       77 WS-NOME-ANTES PIC X(20) VALUE SPACES.
       77 WS-FIM-CLI2 PIC 9(01) VALUE 0.
       77 WS-STATUS-DOC PIC X(02).
       77 WS-STATUS-CADEND PIC X(02).
       77 WS-STATUS-ALIAS PIC X(02).
       77 WS-STATUS-FUS-AUDIT PIC X(02).
       77 WS-COD-SOBREV-INF PIC X(05) VALUE SPACES.
       77 WS-COD-DUPL-INF PIC X(05) VALUE SPACES.
       77 WS-COD-SOBREV PIC 9(05) VALUE ZEROES.
       77 WS-COD-DUPL PIC 9(05) VALUE ZEROES.
       77 WS-MOTIVO-FUSAO PIC X(30) VALUE SPACES.
       77 WS-FUSAO-OK PIC X(03) VALUE "NAO".
       77 WS-ACHOU-SOBREV PIC X(03) VALUE "NAO".
       77 WS-ACHOU-DUPL PIC X(03) VALUE "NAO".
       77 WS-TEM-CADEND PIC X(03) VALUE "NAO".
       77 WS-END-SOBREV PIC X(03) VALUE "NAO".
       77 WS-END-DUPL PIC X(03) VALUE "NAO".
       77 WS-FIM-TRILHA PIC 9(01) VALUE 0.
       77 WS-SEQ-SELO PIC 9(09) VALUE ZEROES.
       77 WS-SELO-ANTERIOR PIC 9(10) VALUE ZEROES.
       77 WS-FIM-ALERTAS PIC 9(01) VALUE 0.
       77 WS-CT-ALERTAS-ABERTOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-RECONHECIDOS PIC 9(07) VALUE ZEROES.
       77 WS-STATUS-LISTA PIC X(01) VALUE SPACES.
       77 WS-SEQ-ALERTA-INF PIC X(07) VALUE SPACES.
       77 WS-SEQ-ALERTA PIC 9(07) VALUE ZEROES.
       77 WS-RECONHECE-TODOS PIC X(03) VALUE "NAO".
       77 WS-AGORA PIC X(14) VALUE SPACES.

      *    IMAGENS DOS DOIS CLIENTES ANTES DA FUSAO E DO SOBREVIVENTE
      *    DEPOIS DELA, NO LAYOUT GRAVADO EM EX29-FUS-AUDIT.DAT.
       01 WS-CLI-SOBREV.
              02 WS-SOB-NOME      PIC X(20).
              02 WS-SOB-TIPO-DOC  PIC X(01).
              02 WS-SOB-DOC       PIC X(14).
              02 WS-SOB-ENDERECO  PIC X(60).
       01 WS-CLI-DUPL.
              02 WS-DUP-NOME      PIC X(20).
              02 WS-DUP-TIPO-DOC  PIC X(01).
              02 WS-DUP-DOC       PIC X(14).
              02 WS-DUP-ENDERECO  PIC X(60).
       01 WS-CLI-DEPOIS.
              02 WS-DEP-NOME      PIC X(20).
              02 WS-DEP-TIPO-DOC  PIC X(01).
              02 WS-DEP-DOC       PIC X(14).
              02 WS-DEP-ENDERECO  PIC X(60).

       01 WS-DADOS-CORRIGIDOS PIC X(060).
       01 WS-DADOS-CLI1 REDEFINES WS-DADOS-CORRIGIDOS.
       01 DATSRV-AREA.
              COPY DATSRV.

       01 SELSRV-AREA.
              COPY SELSRV.

       01 TABELA-OPERADORES.
              02 WS-OPER OCCURS 50 TIMES.
                     03 WS-OPER-ID     PIC X(10).
          02 LINE 09 COLUMN 10
             VALUE "6 - CONSULTAR/CORRIGIR CLIENTE (CADCLI2)".
          02 LINE 10 COLUMN 10
             VALUE "7 - FUNDIR CLIENTES DUPLICADOS (EX74)".
          02 LINE 11 COLUMN 10
             VALUE "8 - ALERTAS: LISTAR/RECONHECER (ALERTAS)".
          02 LINE 12 COLUMN 10
             VALUE "0 - ENCERRAR".
          02 LINE 14 COLUMN 10 VALUE "OPCAO: ".
          02 LINE 14 COLUMN 18 PIC X(01) USING WS-OPCAO.

       PROCEDURE DIVISION.

              IF WS-PERFIL EQUAL SPACES
                     ADD 1 TO WS-TENTATIVAS
                     DISPLAY "EX29 - OPERADOR OU SENHA INVALIDOS"
              ELSE
              IF WS-PERFIL EQUAL "D"
                     ADD 1 TO WS-TENTATIVAS
                     MOVE SPACES TO WS-PERFIL
                     DISPLAY "EX29 - OPERADOR DESATIVADO NA "
                             "RECERTIFICACAO DE ACESSO"
              ELSE
                     MOVE "SIM" TO WS-AUTENTICADO
                     DISPLAY "EX29 - BEM-VINDO " WS-OPERADOR-ID
                             " (PERFIL " WS-PERFIL ")"
              END-IF
              END-IF.

       REGISTRA-LOG.
              PERFORM OBTEM-SELO-LOG.
              OPEN EXTEND CONSOLE-LOG.
              IF WS-STATUS-LOG NOT EQUAL "00"
                     OPEN OUTPUT CONSOLE-LOG
              MOVE WS-OPERADOR-ID TO LOG-OPERADOR.
              MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATA-HORA.
              MOVE WS-ACAO-LOG TO LOG-ACAO.
              ADD 1 TO WS-SEQ-SELO.
              MOVE 49 TO SLS-TAMANHO.
              MOVE REG-CONSOLE-LOG (1:49) TO SLS-DADOS.
              PERFORM CALCULA-SELO.
              MOVE WS-SEQ-SELO TO LOG-SEQ-SELO.
              MOVE SLS-SELO TO LOG-SELO.
              WRITE REG-CONSOLE-LOG.
              CLOSE CONSOLE-LOG.

       OBTEM-SELO-LOG.
              MOVE ZEROES TO WS-SEQ-SELO WS-SELO-ANTERIOR.
              OPEN INPUT CONSOLE-LOG.
              IF WS-STATUS-LOG EQUAL "00"
                     MOVE 0 TO WS-FIM-TRILHA
                     PERFORM UNTIL WS-FIM-TRILHA EQUAL 1
                            READ CONSOLE-LOG
                                   AT END MOVE 1 TO WS-FIM-TRILHA
                                   NOT AT END
                                   IF LOG-SEQ-SELO NUMERIC
                                      AND LOG-SELO NUMERIC
                                          MOVE LOG-SEQ-SELO TO
                                               WS-SEQ-SELO
                                          MOVE LOG-SELO TO
                                               WS-SELO-ANTERIOR
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CONSOLE-LOG
              END-IF.

       OBTEM-SELO-CLI-AUDIT.
              MOVE ZEROES TO WS-SEQ-SELO WS-SELO-ANTERIOR.
              OPEN INPUT CLI-AUDIT.
              IF WS-STATUS-CLI-AUDIT EQUAL "00"
                     MOVE 0 TO WS-FIM-TRILHA
                     PERFORM UNTIL WS-FIM-TRILHA EQUAL 1
                            READ CLI-AUDIT
                                   AT END MOVE 1 TO WS-FIM-TRILHA
                                   NOT AT END
                                   IF CAUD-SEQ-SELO NUMERIC
                                      AND CAUD-SELO NUMERIC
                                          MOVE CAUD-SEQ-SELO TO
                                               WS-SEQ-SELO
                                          MOVE CAUD-SELO TO
                                               WS-SELO-ANTERIOR
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CLI-AUDIT
              END-IF.

       CALCULA-SELO.
              MOVE WS-SELO-ANTERIOR TO SLS-SELO-ANTERIOR.
              MOVE WS-SEQ-SELO TO SLS-SEQUENCIA.
              CALL "SELSRV" USING SELSRV-AREA.

       GRAVA-PARM-AUT.
              OPEN OUTPUT ARQ-PARM-AUT.
              MOVE WS-OPERADOR-ID TO PAUT-OPERADOR-ID.
              ELSE
              IF WS-OPCAO EQUAL "6"
                     PERFORM CONSULTA-CLIENTE
              ELSE
              IF WS-OPCAO EQUAL "7"
                     PERFORM FUNDE-CLIENTES
              ELSE
              IF WS-OPCAO EQUAL "8"
                     PERFORM ATENDE-ALERTAS
              ELSE
                     DISPLAY "EX29 - OPCAO INVALIDA: " WS-OPCAO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       VERIFICA-TRAVA.
              END-READ.

       GRAVA-AUDIT-CLIENTE.
              PERFORM OBTEM-SELO-CLI-AUDIT.
              OPEN EXTEND CLI-AUDIT.
              IF WS-STATUS-CLI-AUDIT NOT EQUAL "00"
                     OPEN OUTPUT CLI-AUDIT
              MOVE WS-NOVO-NOME TO CAUD-NOME-DEPOIS.
              MOVE WS-OPERADOR-ID TO CAUD-OPERADOR.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAUD-DATA-HORA.
              ADD 1 TO WS-SEQ-SELO.
              MOVE 69 TO SLS-TAMANHO.
              MOVE REG-CLI-AUDIT (1:69) TO SLS-DADOS.
              PERFORM CALCULA-SELO.
              MOVE WS-SEQ-SELO TO CAUD-SEQ-SELO.
              MOVE SLS-SELO TO CAUD-SELO.
              WRITE REG-CLI-AUDIT.
              CLOSE CLI-AUDIT.

       FUNDE-CLIENTES.
              IF WS-PERFIL EQUAL "C"
                     DISPLAY "EX29 - PERFIL SOMENTE CONSULTA - "
                             "FUSAO DE CLIENTES NEGADA"
              ELSE
                     PERFORM VERIFICA-TRAVA
                     IF WS-TRAVADO EQUAL "NAO"
                            PERFORM FUNDE-CLIENTES-LIVRE
                     END-IF
              END-IF.

       FUNDE-CLIENTES-LIVRE.
              DISPLAY "EX29 - CODIGO SOBREVIVENTE (5 DIGITOS): "
                      WITH NO ADVANCING.
              ACCEPT WS-COD-SOBREV-INF.
              DISPLAY "EX29 - CODIGO DUPLICADO A ELIMINAR (5 "
                      "DIGITOS): " WITH NO ADVANCING.
              ACCEPT WS-COD-DUPL-INF.
              DISPLAY "EX29 - MOTIVO DA FUSAO (30): "
                      WITH NO ADVANCING.
              ACCEPT WS-MOTIVO-FUSAO.
              IF WS-COD-SOBREV-INF NOT NUMERIC
                 OR WS-COD-DUPL-INF NOT NUMERIC
                     DISPLAY "EX29 - CODIGO NAO NUMERICO - FUSAO "
                             "ABANDONADA"
              ELSE
              IF WS-COD-SOBREV-INF EQUAL WS-COD-DUPL-INF
                     DISPLAY "EX29 - CODIGOS IGUAIS - FUSAO "
                             "ABANDONADA"
              ELSE
              IF WS-MOTIVO-FUSAO EQUAL SPACES
                     DISPLAY "EX29 - MOTIVO EM BRANCO - FUSAO "
                             "ABANDONADA"
              ELSE
                     MOVE FUNCTION NUMVAL (WS-COD-SOBREV-INF)
                          TO WS-COD-SOBREV
                     MOVE FUNCTION NUMVAL (WS-COD-DUPL-INF)
                          TO WS-COD-DUPL
                     PERFORM FUNDE-CLIENTES-INDICE
              END-IF
              END-IF
              END-IF.

      * O INDICE FICA ABERTO DA CONFERENCIA ATE O FIM DA FUSAO.
       FUNDE-CLIENTES-INDICE.
              OPEN I-O CADCLI2-IDX.
              IF WS-STATUS-IDX NOT EQUAL "00"
                     DISPLAY "EX29 - CADCLI2-IDX.DAT INDISPONIVEL - "
                             "FILE STATUS " WS-STATUS-IDX
                             " - FUSAO ABANDONADA"
              ELSE
                     PERFORM CONFERE-FUSAO
                     IF WS-FUSAO-OK EQUAL "SIM"
                            PERFORM APLICA-FUSAO
                     ELSE
                            DISPLAY "EX29 - FUSAO ABANDONADA - NADA "
                                    "FOI ALTERADO"
                     END-IF
                     IF WS-TEM-CADEND EQUAL "SIM"
                            CLOSE CADEND
                     END-IF
                     CLOSE CADCLI2-IDX
              END-IF.

       CONFERE-FUSAO.
              MOVE "NAO" TO WS-FUSAO-OK WS-TEM-CADEND.
              MOVE WS-COD-SOBREV TO COD-IDX.
              READ CADCLI2-IDX
                     INVALID KEY
                     DISPLAY "EX29 - CLIENTE SOBREVIVENTE "
                             WS-COD-SOBREV " NAO ENCONTRADO NO INDICE"
              END-READ.
              IF WS-STATUS-IDX EQUAL "00"
                     MOVE WS-COD-DUPL TO COD-IDX
                     READ CADCLI2-IDX
                            INVALID KEY
                            DISPLAY "EX29 - CLIENTE DUPLICADO "
                                    WS-COD-DUPL
                                    " NAO ENCONTRADO NO INDICE"
                            NOT INVALID KEY
                            PERFORM LOCALIZA-DETALHES-FUSAO
                     END-READ
              END-IF.

      * PRIMEIRA PASSADA EM CADCLI2.DAT, SO DE LEITURA: GUARDA O
      * DETALHE DOS DOIS CLIENTES ANTES DE ALTERAR QUALQUER ARQUIVO.
       LOCALIZA-DETALHES-FUSAO.
              MOVE "NAO" TO WS-ACHOU-SOBREV WS-ACHOU-DUPL.
              MOVE SPACES TO WS-CLI-SOBREV WS-CLI-DUPL.
              OPEN INPUT CADCLI2-ENT.
              IF WS-STATUS-CLI2 NOT EQUAL "00"
                     DISPLAY "EX29 - CADCLI2.DAT INDISPONIVEL - "
                             "FILE STATUS " WS-STATUS-CLI2
              ELSE
                     MOVE 0 TO WS-FIM-CLI2
                     PERFORM GUARDA-DETALHE-FUSAO
                             UNTIL WS-FIM-CLI2 EQUAL 1
                     CLOSE CADCLI2-ENT
                     IF WS-ACHOU-SOBREV EQUAL "NAO"
                            DISPLAY "EX29 - CLIENTE " WS-COD-SOBREV
                                    " SEM DETALHE EM CADCLI2.DAT"
                     ELSE
                     IF WS-ACHOU-DUPL EQUAL "NAO"
                            DISPLAY "EX29 - CLIENTE " WS-COD-DUPL
                                    " SEM DETALHE EM CADCLI2.DAT"
                     ELSE
                            PERFORM LE-ENDERECOS-FUSAO
                            MOVE "SIM" TO WS-FUSAO-OK
                     END-IF
                     END-IF
              END-IF.

       GUARDA-DETALHE-FUSAO.
              READ CADCLI2-ENT
                     AT END MOVE 1 TO WS-FIM-CLI2
                     NOT AT END
                     IF TIPO-CLI2 NOT EQUAL "H"
                        AND TIPO-CLI2 NOT EQUAL "T"
                            IF COD-CLI2 EQUAL WS-COD-SOBREV
                                   MOVE "SIM" TO WS-ACHOU-SOBREV
                                   MOVE NOME-CLI2 TO WS-SOB-NOME
                                   MOVE TIPO-DOC-CLI2
                                        TO WS-SOB-TIPO-DOC
                                   MOVE DOC-CLI2 TO WS-SOB-DOC
                            END-IF
                            IF COD-CLI2 EQUAL WS-COD-DUPL
                                   MOVE "SIM" TO WS-ACHOU-DUPL
                                   MOVE NOME-CLI2 TO WS-DUP-NOME
                                   MOVE TIPO-DOC-CLI2
                                        TO WS-DUP-TIPO-DOC
                                   MOVE DOC-CLI2 TO WS-DUP-DOC
                            END-IF
                     END-IF
              END-READ.

      * SEM CADEND.DAT NAO HA ENDERECO A TRANSFERIR - A FUSAO SEGUE.
       LE-ENDERECOS-FUSAO.
              MOVE "NAO" TO WS-END-SOBREV WS-END-DUPL.
              OPEN I-O CADEND.
              IF WS-STATUS-CADEND NOT EQUAL "00"
                     DISPLAY "EX29 - CADEND.DAT INDISPONIVEL - FILE "
                             "STATUS " WS-STATUS-CADEND
                             " - NENHUM ENDERECO SERA TRANSFERIDO"
              ELSE
                     MOVE "SIM" TO WS-TEM-CADEND
                     MOVE WS-COD-SOBREV TO END-COD
                     READ CADEND
                            INVALID KEY
                            CONTINUE
                            NOT INVALID KEY
                            MOVE "SIM" TO WS-END-SOBREV
                            MOVE END-ENDERECO TO WS-SOB-ENDERECO
                     END-READ
                     MOVE WS-COD-DUPL TO END-COD
                     READ CADEND
                            INVALID KEY
                            CONTINUE
                            NOT INVALID KEY
                            MOVE "SIM" TO WS-END-DUPL
                            MOVE END-ENDERECO TO WS-DUP-ENDERECO
                     END-READ
              END-IF.

       APLICA-FUSAO.
              MOVE WS-CLI-SOBREV TO WS-CLI-DEPOIS.
              IF WS-SOB-DOC EQUAL SPACES
                 AND WS-DUP-DOC NOT EQUAL SPACES
                     MOVE WS-DUP-TIPO-DOC TO WS-DEP-TIPO-DOC
                     MOVE WS-DUP-DOC TO WS-DEP-DOC
              END-IF.
              IF WS-END-SOBREV EQUAL "NAO"
                 AND WS-END-DUPL EQUAL "SIM"
                     MOVE WS-DUP-ENDERECO TO WS-DEP-ENDERECO
              END-IF.
              PERFORM REGRAVA-CLI2-FUSAO.
              MOVE WS-COD-DUPL TO COD-IDX.
              DELETE CADCLI2-IDX
                     INVALID KEY
                     CONTINUE
              END-DELETE.
              PERFORM TRANSFERE-DOCUMENTO.
              PERFORM TRANSFERE-ENDERECO.
              PERFORM GRAVA-ALIAS.
              PERFORM GRAVA-AUDIT-FUSAO.
              MOVE "FUSAO CLIENTE" TO WS-ACAO-LOG.
              PERFORM REGISTRA-LOG.
              DISPLAY "EX29 - CLIENTE " WS-COD-DUPL " FUNDIDO NO "
                      WS-COD-SOBREV " - CADCLI2, INDICE, ENDERECO E "
                      "ALIAS ATUALIZADOS".

      * SEGUNDA PASSADA: COPIA PARA CADCLI2-TMP.DAT SEM O DETALHE DO
      * DUPLICADO E COM O DOCUMENTO FINAL DO SOBREVIVENTE, E DEPOIS
      * COPIA DE VOLTA (COPIA-CLI2-DE-VOLTA, A MESMA DA OPCAO 6).
       REGRAVA-CLI2-FUSAO.
              OPEN INPUT CADCLI2-ENT.
              OPEN OUTPUT CADCLI2-TMP.
              MOVE 0 TO WS-FIM-CLI2.
              PERFORM COPIA-DETALHE-FUSAO
                      UNTIL WS-FIM-CLI2 EQUAL 1.
              CLOSE CADCLI2-ENT CADCLI2-TMP.
              PERFORM COPIA-CLI2-DE-VOLTA.

       COPIA-DETALHE-FUSAO.
              READ CADCLI2-ENT
                     AT END MOVE 1 TO WS-FIM-CLI2
                     NOT AT END
                     MOVE REG-CLI2 TO REG-CLI2-TMP
                     IF TIPO-CLI2 NOT EQUAL "H"
                        AND TIPO-CLI2 NOT EQUAL "T"
                        AND COD-CLI2 EQUAL WS-COD-SOBREV
                            MOVE WS-DEP-TIPO-DOC TO TIPO-DOC-TMP
                            MOVE WS-DEP-DOC TO DOC-TMP
                     END-IF
                     IF TIPO-CLI2 NOT EQUAL "H"
                        AND TIPO-CLI2 NOT EQUAL "T"
                        AND COD-CLI2 EQUAL WS-COD-DUPL
                            NEXT SENTENCE
                     ELSE
                            WRITE REG-CLI2-TMP
                     END-IF
              END-READ.

      * O DOCUMENTO DO DUPLICADO CONTINUA NO ESPELHO, AGORA APONTANDO
      * O SOBREVIVENTE - UM CADCLI1 QUE VOLTE COM ELE E RECUSADO.
       TRANSFERE-DOCUMENTO.
              IF WS-DUP-DOC NOT EQUAL SPACES
                     OPEN I-O CADCLI2-DOC
                     IF WS-STATUS-DOC NOT EQUAL "00"
                            DISPLAY "EX29 - CADCLI2-DOC.DAT "
                                    "INDISPONIVEL - FILE STATUS "
                                    WS-STATUS-DOC
                                    " - ESPELHO DE DOCUMENTO NAO "
                                    "ATUALIZADO"
                     ELSE
                            MOVE WS-DUP-TIPO-DOC TO TIPO-DOC-IDX
                            MOVE WS-DUP-DOC TO NUMERO-DOC-IDX
                            MOVE WS-COD-SOBREV TO COD-DOC-IDX
                            REWRITE REG-DOC-IDX
                                   INVALID KEY
                                   WRITE REG-DOC-IDX
                                          INVALID KEY
                                          CONTINUE
                                   END-WRITE
                            END-REWRITE
                            CLOSE CADCLI2-DOC
                     END-IF
              END-IF.

       TRANSFERE-ENDERECO.
              IF WS-TEM-CADEND EQUAL "SIM"
                 AND WS-END-DUPL EQUAL "SIM"
                     IF WS-END-SOBREV EQUAL "NAO"
                            MOVE WS-COD-SOBREV TO END-COD
                            MOVE WS-DUP-ENDERECO TO END-ENDERECO
                            WRITE REG-END
                                   INVALID KEY
                                   CONTINUE
                            END-WRITE
                     END-IF
                     MOVE WS-COD-DUPL TO END-COD
                     DELETE CADEND
                            INVALID KEY
                            CONTINUE
                     END-DELETE
              END-IF.

      * CADCLI-ALIAS.DAT E CRIADO VAZIO NA PRIMEIRA FUSAO, COMO EX55
      * FAZ COM CADEND.DAT.
       GRAVA-ALIAS.
              OPEN I-O CADCLI-ALIAS.
              IF WS-STATUS-ALIAS NOT EQUAL "00"
                     OPEN OUTPUT CADCLI-ALIAS
                     CLOSE CADCLI-ALIAS
                     OPEN I-O CADCLI-ALIAS
              END-IF.
              IF WS-STATUS-ALIAS NOT EQUAL "00"
                     DISPLAY "EX29 - ERRO AO ABRIR CADCLI-ALIAS.DAT - "
                             "FILE STATUS " WS-STATUS-ALIAS
                             " - CODIGO " WS-COD-DUPL
                             " NAO SERA REENCAMINHADO POR EX01"
              ELSE
                     MOVE WS-COD-DUPL TO ALI-COD-ANTIGO
                     MOVE WS-COD-SOBREV TO ALI-COD-SOBREVIVENTE
                     MOVE WS-OPERADOR-ID TO ALI-OPERADOR
                     MOVE FUNCTION CURRENT-DATE (1:14)
                          TO ALI-DATA-HORA
                     MOVE WS-MOTIVO-FUSAO TO ALI-MOTIVO
                     WRITE REG-ALIAS
                            INVALID KEY
                            REWRITE REG-ALIAS
                     END-WRITE
                     CLOSE CADCLI-ALIAS
              END-IF.

       GRAVA-AUDIT-FUSAO.
              OPEN EXTEND FUS-AUDIT.
              IF WS-STATUS-FUS-AUDIT NOT EQUAL "00"
                     OPEN OUTPUT FUS-AUDIT
              END-IF.
              MOVE WS-OPERADOR-ID TO FAUD-OPERADOR.
              MOVE FUNCTION CURRENT-DATE (1:14) TO FAUD-DATA-HORA.
              MOVE WS-MOTIVO-FUSAO TO FAUD-MOTIVO.
              MOVE WS-COD-SOBREV TO FAUD-COD-SOBREV.
              MOVE WS-COD-DUPL TO FAUD-COD-DUPL.
              MOVE WS-CLI-SOBREV TO FAUD-ANTES-SOBREV.
              MOVE WS-CLI-DUPL TO FAUD-ANTES-DUPL.
              MOVE WS-CLI-DEPOIS TO FAUD-DEPOIS-SOBREV.
              WRITE REG-FUS-AUDIT.
              CLOSE FUS-AUDIT.

       ATENDE-ALERTAS.
              MOVE "CONSULTA ALERTAS" TO WS-ACAO-LOG.
              PERFORM REGISTRA-LOG.
              PERFORM MOSTRA-ALERTAS-ABERTOS.
              IF WS-CT-ALERTAS-ABERTOS EQUAL ZEROES
                     NEXT SENTENCE
              ELSE
              IF WS-PERFIL EQUAL "C"
                     DISPLAY "EX29 - PERFIL SOMENTE CONSULTA - "
                             "RECONHECIMENTO DE ALERTA NEGADO"
              ELSE
                     PERFORM RECONHECE-ALERTAS
              END-IF
              END-IF.

      * OS ESCALADOS POR EX122 SAEM PRIMEIRO, DEPOIS OS PENDENTES
       MOSTRA-ALERTAS-ABERTOS.
              MOVE ZEROES TO WS-CT-ALERTAS-ABERTOS.
              DISPLAY "EX29 - ALERTAS NAO RECONHECIDOS EM "
                      "ALERTAS.DAT:".
              MOVE "E" TO WS-STATUS-LISTA.
              PERFORM LISTA-ALERTAS.
              MOVE "P" TO WS-STATUS-LISTA.
              PERFORM LISTA-ALERTAS.
              DISPLAY "EX29 - TOTAL DE ALERTAS NAO RECONHECIDOS: "
                      WS-CT-ALERTAS-ABERTOS.

       LISTA-ALERTAS.
              OPEN INPUT ARQ-ALERTAS.
              MOVE 0 TO WS-FIM-ALERTAS.
              PERFORM UNTIL WS-FIM-ALERTAS EQUAL 1
                     READ ARQ-ALERTAS
                            AT END MOVE 1 TO WS-FIM-ALERTAS
                            NOT AT END
                            IF ALR-STATUS EQUAL WS-STATUS-LISTA
                                   PERFORM MOSTRA-ALERTA
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ALERTAS.

       MOSTRA-ALERTA.
              ADD 1 TO WS-CT-ALERTAS-ABERTOS.
              IF ALR-STATUS EQUAL "E"
                     DISPLAY "   " ALR-SEQUENCIA " " ALR-SEVERIDADE
                             " " ALR-PROGRAMA " FILIAL " ALR-FILIAL
                             " EM " ALR-DATA-HORA
                             " ESCALADO " ALR-ESCALACOES "X"
              ELSE
                     DISPLAY "   " ALR-SEQUENCIA " " ALR-SEVERIDADE
                             " " ALR-PROGRAMA " FILIAL " ALR-FILIAL
                             " EM " ALR-DATA-HORA
              END-IF.
              DISPLAY "           " ALR-MENSAGEM.

       RECONHECE-ALERTAS.
              DISPLAY "EX29 - SEQUENCIA DO ALERTA A RECONHECER "
                      "(T = TODOS, BRANCO = NENHUM): "
                      WITH NO ADVANCING.
              MOVE SPACES TO WS-SEQ-ALERTA-INF.
              ACCEPT WS-SEQ-ALERTA-INF.
              MOVE "NAO" TO WS-RECONHECE-TODOS.
              MOVE ZEROES TO WS-SEQ-ALERTA.
              IF WS-SEQ-ALERTA-INF EQUAL SPACES
                     NEXT SENTENCE
              ELSE
              IF WS-SEQ-ALERTA-INF EQUAL "T"
                     MOVE "SIM" TO WS-RECONHECE-TODOS
                     PERFORM RECONHECE-ALERTAS-LIVRE
              ELSE
              IF FUNCTION TRIM (WS-SEQ-ALERTA-INF) IS NOT NUMERIC
                     DISPLAY "EX29 - SEQUENCIA NAO NUMERICA - "
                             "RECONHECIMENTO ABANDONADO"
              ELSE
                     MOVE FUNCTION NUMVAL (WS-SEQ-ALERTA-INF)
                          TO WS-SEQ-ALERTA
                     PERFORM RECONHECE-ALERTAS-LIVRE
              END-IF
              END-IF
              END-IF.

       RECONHECE-ALERTAS-LIVRE.
              PERFORM VERIFICA-TRAVA.
              IF WS-TRAVADO EQUAL "SIM"
                     NEXT SENTENCE
              ELSE
                     PERFORM APLICA-RECONHECIMENTO
              END-IF.

      * A FILA PASSA POR EX29-ALR-TRAB.DAT COM OS RECONHECIMENTOS
      * APLICADOS E SO VOLTA PARA ALERTAS.DAT SE ALGUM FOI FEITO
       APLICA-RECONHECIMENTO.
              MOVE ZEROES TO WS-CT-RECONHECIDOS.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AGORA.
              OPEN INPUT ARQ-ALERTAS.
              OPEN OUTPUT ARQ-ALERTAS-TRAB.
              MOVE 0 TO WS-FIM-ALERTAS.
              PERFORM UNTIL WS-FIM-ALERTAS EQUAL 1
                     READ ARQ-ALERTAS
                            AT END MOVE 1 TO WS-FIM-ALERTAS
                            NOT AT END
                            IF (ALR-STATUS EQUAL "P"
                                OR ALR-STATUS EQUAL "E")
                               AND (WS-RECONHECE-TODOS EQUAL "SIM"
                                    OR ALR-SEQUENCIA EQUAL
                                       WS-SEQ-ALERTA)
                                   MOVE "R" TO ALR-STATUS
                                   MOVE WS-OPERADOR-ID TO ALR-OPERADOR
                                   MOVE WS-AGORA TO ALR-DATA-RECONHEC
                                   ADD 1 TO WS-CT-RECONHECIDOS
                            END-IF
                            WRITE REG-ALERTA-TRAB FROM REG-ALERTA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ALERTAS ARQ-ALERTAS-TRAB.
              IF WS-CT-RECONHECIDOS EQUAL ZEROES
                     DISPLAY "EX29 - ALERTA " WS-SEQ-ALERTA-INF
                             " NAO ENCONTRADO OU JA RECONHECIDO"
              ELSE
                     PERFORM DEVOLVE-ALERTAS
                     MOVE "RECONHECE ALERTA" TO WS-ACAO-LOG
                     PERFORM REGISTRA-LOG
                     DISPLAY "EX29 - " WS-CT-RECONHECIDOS
                             " ALERTA(S) RECONHECIDO(S) POR "
                             WS-OPERADOR-ID
              END-IF.
              OPEN OUTPUT ARQ-ALERTAS-TRAB.
              CLOSE ARQ-ALERTAS-TRAB.

       DEVOLVE-ALERTAS.
              OPEN INPUT ARQ-ALERTAS-TRAB.
              OPEN OUTPUT ARQ-ALERTAS.
              MOVE 0 TO WS-FIM-ALERTAS.
              PERFORM UNTIL WS-FIM-ALERTAS EQUAL 1
                     READ ARQ-ALERTAS-TRAB
                            AT END MOVE 1 TO WS-FIM-ALERTAS
                            NOT AT END
                            WRITE REG-ALERTA FROM REG-ALERTA-TRAB
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ALERTAS-TRAB ARQ-ALERTAS.
