      *          EXISTENTE, ALTERAR OU DESLIGAR CODIGO INEXISTENTE,
      *          TIPO DESCONHECIDO - SAO REJEITADOS PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX27", STATUS "A").
      *          O MOVIMENTO TRAZ AO FINAL O MOTIVO DO DESLIGAMENTO
      *          (MOTIVO-MVTO-FUN), QUE ESTE PROGRAMA NAO USA - E
      *          LIDO POR EX43 NO CALCULO DA RESCISAO.
      *          ANTES DE QUALQUER COISA O PROGRAMA CONFERE A TRAVA
      *          SISLOCK.DAT TOMADA POR EX10: COM A CADEIA NOTURNA
      *          NO AR NENHUM MOVIMENTO E APLICADO (RETURN-CODE 8),
      *          PARA UMA MANUTENCAO NAO CAIR ENTRE O READ E O
      *          REWRITE DA NOITE.
      *          O CARGO DA ADMISSAO, E O DA ALTERACAO QUANDO VEM
      *          PREENCHIDO, E VALIDADO CONTRA A TABELA DE CARGOS
      *          CARGOS.DAT PELO SUBPROGRAMA CARSRV: CARGO FORA DA
      *          TABELA (OU EM BRANCO NA ADMISSAO) REJEITA O
      *          MOVIMENTO COM MOTIVO "CARGO INEXISTENTE"; SALARIO
      *          QUE FICA FORA DA FAIXA DO CARGO E APLICADO, MAS SAI
      *          COM AVISO E E CONTADO NO RESUMO. SEM CARGOS.DAT A
      *          VALIDACAO E PULADA.
      *          O MOVIMENTO TRAZ TAMBEM A DATA DE ADMISSAO
      *          (DATA-ADMISSAO-MVTO-FUN, AAAAMMDD), GRAVADA NO NOVO
      *          CAMPO DATA-ADMISSAO DE CADFUN. NA ADMISSAO, DATA EM
      *          BRANCO OU ZERADA ASSUME A DATA DO LOTE (PARM-LOTE.DAT
      *          OU A DATA DO DIA), COM AVISO; NA ALTERACAO, DATA EM
      *          BRANCO MANTEM A ATUAL E DATA PREENCHIDA CORRIGE A DO
      *          CADASTRO. DATA INVALIDA (CONFERIDA PELO SUBPROGRAMA
      *          DATSRV, FUNCAO "V") REJEITA O MOVIMENTO COM MOTIVO
      *          "DATA ADMISSAO INVAL".
      *          O MOVIMENTO TRAZ POR ULTIMO O CPF (CPF-MVTO-FUN, SO
      *          DIGITOS), GRAVADO NO NOVO CAMPO CPF DE CADFUN. CPF
      *          PREENCHIDO TEM OS DIGITOS VERIFICADORES CONFERIDOS
      *          PELO SUBPROGRAMA DOCSRV (REJEICAO "CPF INVALIDO") E
      *          NAO PODE SER DE OUTRA MATRICULA: A PROCURA E FEITA
      *          NO ESPELHO INDEXADO CADFUN-CPF.DAT (CHAVE CPF, COM A
      *          MATRICULA DONA), MANTIDO POR ESTE PROGRAMA NA
      *          ADMISSAO, NA TROCA DE CPF DA ALTERACAO E NO
      *          DESLIGAMENTO, E A REJEICAO SAI COM O MOTIVO
      *          "CPF JA E DO <MATRICULA>". SE O ESPELHO AINDA NAO
      *          EXISTE ELE E CONSTRUIDO NA HORA A PARTIR DO PROPRIO
      *          CADFUN (POR ISSO O ACESSO PASSOU A DINAMICO). NA
      *          ADMISSAO, CPF EM BRANCO AINDA E ACEITO, COM AVISO E
      *          CONTAGEM NO RESUMO; NA ALTERACAO, CPF EM BRANCO
      *          MANTEM O ATUAL.
      *          CADA DESLIGAMENTO APLICADO E ACRESCENTADO AO
      *          REGISTRO CUMULATIVO EX27-DESLIG.DAT (DATA DO LOTE,
      *          FILIAL E MATRICULA), QUE OS RELATORIOS DATADOS NAO
      *          SUBSTITUEM: E POR ELE QUE A ANONIMIZACAO DE EX118
      *          SABE HA QUANTO TEMPO CADA MATRICULA FOI DESLIGADA.
      *          A ADMISSAO TEM DE OCUPAR UMA POSICAO DO QUADRO DE
      *          VAGAS VAGAS.DAT (COPY CADVAG, MANTIDO POR EX125): O
      *          MOVIMENTO TRAZ AO FINAL O NUMERO DA VAGA
      *          (VAGA-MVTO-FUN), QUE PRECISA EXISTIR, ESTAR VAGA E
      *          SER DO MESMO DEPTO E CARGO DO MOVIMENTO - SENAO A
      *          ADMISSAO E REJEITADA ("VAGA NAO INFORMADA", "VAGA
      *          INEXISTENTE", "VAGA OCUPADA", "VAGA CONGELADA",
      *          "VAGA OUTRO DEPTO" OU "VAGA OUTRO CARGO"). ADMITIDO
      *          O FUNCIONARIO, A VAGA PASSA A OCUPADA PELA MATRICULA;
      *          NO DESLIGAMENTO A VAGA DO TITULAR VOLTA A FICAR VAGA,
      *          ABERTA NA DATA DO LOTE (DESLIGADO QUE NAO OCUPAVA
      *          VAGA DO QUADRO SO E AVISADO E CONTADO). SEM VAGAS.DAT
      *          O CONTROLE E PULADO, COM AVISO, COMO O DE CARGOS.
      *          O MVTO-FUN.DAT VEM EM LOTES DE DIGITACAO, CADA UM
      *          ABERTO POR UM CABECALHO (COPY LOTEDIG) COM NUMERO,
      *          OPERADOR, QUANTIDADE DE DOCUMENTOS E HASH DA MATRICULA
      *          E DO SALARIO, CONFERIDOS NA PRIMEIRA LEITURA DO ARQUIVO
      *          PELO SUBPROGRAMA LOTSRV, ANTES DE QUALQUER MOVIMENTO
      *          SER APLICADO; O LOTE QUE NAO BATE NAO E APLICADO E VAI
      *          PARA LOTES-REJ.DAT, COM O MOTIVO, PARA O SUPERVISOR DA
      *          DIGITACAO (RETURN-CODE 8). MOVIMENTOS ANTES DO PRIMEIRO
      *          CABECALHO SAO RECUSADOS DO MESMO MODO, COM O MOTIVO
      *          "SEM CABECALHO DE LOTE".
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT CADFUN-CPF ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CPF-IDX
              FILE STATUS IS WS-STATUS-CADFUN-CPF.
       SELECT REL-ALT-FUN ASSIGN DYNAMIC WS-NOME-REL-ALT
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT OPTIONAL SISLOCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DESLIG-CUM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DESLIG.
       SELECT VAGAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAG-NUMERO
              FILE STATUS IS WS-STATUS-VAGAS.

       DATA DIVISION.

              02 SALARIO-MVTO-FUN PIC 9(7)V99.
              02 DEPTO-MVTO-FUN   PIC X(04).
              02 CARGO-MVTO-FUN   PIC X(15).
              02 MOTIVO-MVTO-FUN  PIC X(02).
              02 DATA-ADMISSAO-MVTO-FUN PIC X(08).
              02 CPF-MVTO-FUN PIC X(11).
              02 VAGA-MVTO-FUN PIC X(05).

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADFUN-CPF
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN-CPF.DAT".

       01 REG-CPF-IDX.
              02 CPF-IDX           PIC 9(11).
              02 MATRICULA-CPF-IDX PIC 9(05).

       FD REL-ALT-FUN
          LABEL         RECORD         ARE         STANDARD.
       01 REG-LOCK.
              COPY SISLOCK.

       FD DESLIG-CUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX27-DESLIG.DAT".

       01 REG-DESLIG-CUM.
              02 DSG-DATA      PIC 9(08).
              02 DSG-FILIAL    PIC X(04).
              02 DSG-MATRICULA PIC 9(05).

       FD VAGAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "VAGAS.DAT".

       01 REG-VAGA.
              COPY CADVAG.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-CADFUN-CPF PIC X(02).
       77 WS-STATUS-DESLIG PIC X(02).
       77 WS-FIM-CADFUN PIC 9(01) VALUE 0.
       77 WS-CT-SEM-CPF PIC 9(05) VALUE ZEROES.
       77 WS-CPF-NOVO PIC 9(11) VALUE ZEROES.
       77 WS-DOC-NUMERO PIC 9(14) VALUE ZEROES.
       77 WS-MOTIVO-CPF PIC X(20) VALUE SPACES.
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTE-RECUSADO PIC 9(05) VALUE ZEROES.
       77 WS-RC-LOTE PIC S9(04) VALUE ZEROES.
       77 WS-CT-ADMITIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DESLIGADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-FORA-FAIXA PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-DATA PIC 9(05) VALUE ZEROES.
       77 WS-DATA-VALIDA PIC X(03) VALUE "SIM".
       77 WS-DATA-ADMISSAO PIC 9(08) VALUE ZEROES.
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-REL-ALT PIC X(040) VALUE SPACES.
       77 WS-STATUS-VAGAS PIC X(02).
       77 WS-CONTROLA-VAGAS PIC X(03) VALUE "NAO".
       77 WS-MOTIVO-VAGA PIC X(20) VALUE SPACES.
       77 WS-DATA-VAGA PIC 9(08) VALUE ZEROES.
       77 WS-FIM-VAGAS PIC 9(01) VALUE 0.
       77 WS-VAGA-ACHADA PIC X(03) VALUE "NAO".
       77 WS-CT-REJ-VAGA PIC 9(05) VALUE ZEROES.
       77 WS-CT-VAGAS-LIBERADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DESLIG-SEM-VAGA PIC 9(05) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 DATSRV-AREA.
              COPY DATSRV.

       01 DOCSRV-AREA.
              COPY DOCSRV.

       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION.

              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.
       IF WS-RC-LOTE GREATER RETURN-CODE
              MOVE WS-RC-LOTE TO RETURN-CODE
       END-IF.

       GOBACK.

                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-INDICE-CPF
              END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-REJ-COMUM
                     PERFORM ABRE-DESLIG-CUM
                     PERFORM ABRE-VAGAS
                     PERFORM CONFERE-LOTES
                     PERFORM VERIFICA-FIM
              END-IF.

       ABRE-INDICE-CPF.
              OPEN I-O CADFUN-CPF.
              IF WS-STATUS-CADFUN-CPF NOT EQUAL "00"
                     PERFORM CONSTROI-INDICE-CPF
                     OPEN I-O CADFUN-CPF
                     IF WS-STATUS-CADFUN-CPF NOT EQUAL "00"
                            DISPLAY "EX27 - ERRO AO ABRIR CADFUN-CPF - "
                                    "FILE STATUS " WS-STATUS-CADFUN-CPF
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

      *    SO ENTRAM NO INDICE AS MATRICULAS COM CPF; UM CPF
      *    REPETIDO NO CADASTRO FICA COM A PRIMEIRA MATRICULA E O
      *    REPETIDO E AVISADO PARA ACERTO.
       CONSTROI-INDICE-CPF.
              DISPLAY "EX27 - CADFUN-CPF INEXISTENTE - CONSTRUINDO "
                      "A PARTIR DE CADFUN".
              OPEN OUTPUT CADFUN-CPF.
              MOVE 0 TO WS-FIM-CADFUN.
              PERFORM UNTIL WS-FIM-CADFUN EQUAL 1
                     READ CADFUN NEXT RECORD
                            AT END MOVE 1 TO WS-FIM-CADFUN
                            NOT AT END
                            IF CPF GREATER ZEROES
                                   MOVE CPF TO CPF-IDX
                                   MOVE CODIGO TO MATRICULA-CPF-IDX
                                   WRITE REG-CPF-IDX
                                          INVALID KEY
                                          DISPLAY "EX27 - AVISO: CPF "
                                                  CPF " REPETIDO NA "
                                                  "MATRICULA " CODIGO
                                   END-WRITE
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE CADFUN-CPF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       ABRE-DESLIG-CUM.
              OPEN EXTEND DESLIG-CUM.
              IF WS-STATUS-DESLIG NOT EQUAL "00"
                     OPEN OUTPUT DESLIG-CUM
              END-IF.

      *    SEM O QUADRO DE VAGAS AS ADMISSOES E OS DESLIGAMENTOS
      *    SEGUEM SEM O CONTROLE DE POSICAO. A DATA DO LOTE (OU A DO
      *    DIA) E A DATA DE ABERTURA DAS VAGAS LIBERADAS.
       ABRE-VAGAS.
              IF WS-LOTE-DATA NUMERIC
                     MOVE WS-LOTE-DATA TO WS-DATA-VAGA
              ELSE
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-VAGA
              END-IF.
              OPEN I-O VAGAS.
              IF WS-STATUS-VAGAS EQUAL "00"
                     MOVE "SIM" TO WS-CONTROLA-VAGAS
              ELSE
                     DISPLAY "EX27 - AVISO: VAGAS.DAT AUSENTE - FILE "
                             "STATUS " WS-STATUS-VAGAS
                             " - ADMISSOES SEM CONTROLE DE VAGA"
              END-IF.

      *    CABECALHO DE LOTE E MOVIMENTO DE LOTE RECUSADO NA
      *    CONFERENCIA NAO SAO APLICADOS - A LEITURA SEGUE ATE O
      *    PROXIMO MOVIMENTO A APLICAR OU O FIM DO ARQUIVO.
       VERIFICA-FIM.
              MOVE "1" TO LTS-RETORNO.
              PERFORM UNTIL LTS-RETORNO EQUAL "0"
                         OR FIM-ARQ EQUAL 1
                     READ MVTO-FUN
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM FILTRA-LOTE
                     END-READ
              END-PERFORM.

       FILTRA-LOTE.
              MOVE "P" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-LIDOS
              ELSE
              IF LTS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-LOTE-RECUSADO
              END-IF
              END-IF.

      *    PRIMEIRA LEITURA DO MOVIMENTO: CADA LOTE DE DIGITACAO
      *    E CONFERIDO COM O SEU CABECALHO (QUANTIDADE E HASH)
      *    PELO LOTSRV ANTES DE QUALQUER MOVIMENTO SER APLICADO.
      *    LOTE RECUSADO DA RETURN-CODE 8 NO FIM DO PASSO, MAS OS
      *    DEMAIS LOTES DO ARQUIVO SEGUEM. O ARQUIVO E REABERTO PARA A
      *    APLICACAO.
       CONFERE-LOTES.
              MOVE "I" TO LTS-FUNCAO.
              MOVE "EX27" TO LTS-PROGRAMA.
              MOVE "MVTO-FUN.DAT" TO LTS-ARQUIVO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ MVTO-FUN
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM SOMA-LOTE
                     END-READ
              END-PERFORM.
              MOVE "F" TO LTS-FUNCAO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "8"
                     DISPLAY "EX27 - " LTS-QTDE-RECUSADOS " LOTE(S) DE "
                             "MVTO-FUN RECUSADO(S) - VER LOTES-REJ.DAT"
                     MOVE 8 TO WS-RC-LOTE
              END-IF.
              CLOSE MVTO-FUN.
              OPEN INPUT MVTO-FUN.
              MOVE 0 TO FIM-ARQ.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX27 - ERRO AO REABRIR MVTO-FUN - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       SOMA-LOTE.
              MOVE "R" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              MOVE ZEROES TO LTS-CHAVE LTS-VALOR.
              IF COD-MVTO-FUN NUMERIC
                     MOVE COD-MVTO-FUN TO LTS-CHAVE
              END-IF.
              IF SALARIO-MVTO-FUN NUMERIC
                     MOVE SALARIO-MVTO-FUN TO LTS-VALOR
              END-IF.
              CALL "LOTSRV" USING LOTSRV-AREA.

       LOCALIZA-FUNCIONARIO.
              MOVE COD-MVTO-FUN TO CODIGO.
              WRITE REG-REL-ALT-FUN.

       ADMITE.
              PERFORM VALIDA-DATA-ADMISSAO.
              PERFORM VALIDA-CPF.
              IF WS-ENCONTRADO EQUAL "SIM"
                     PERFORM REJEITA-MOVIMENTO
                     MOVE NOME TO NOME-REL-FUN
                     MOVE "JA EXISTE" TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
              IF WS-DATA-VALIDA EQUAL "NAO"
                     PERFORM REJEITA-DATA
                     MOVE NOME-MVTO-FUN TO NOME-REL-FUN
                     MOVE "DATA INVALIDA" TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
              IF WS-MOTIVO-CPF NOT EQUAL SPACES
                     PERFORM REJEITA-CPF
                     MOVE NOME-MVTO-FUN TO NOME-REL-FUN
                     MOVE WS-MOTIVO-CPF TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
                     MOVE CARGO-MVTO-FUN TO CRS-CARGO
                     MOVE SALARIO-MVTO-FUN TO CRS-SALARIO
                     CALL "CARSRV" USING CARSRV-AREA
                     IF CRS-RETORNO EQUAL "5"
                            PERFORM REJEITA-CARGO
                            MOVE NOME-MVTO-FUN TO NOME-REL-FUN
                            MOVE "CARGO INVALIDO" TO ACAO-REL-FUN
                            PERFORM GRAVA-REL-ALT
                     ELSE
                            PERFORM VALIDA-VAGA
                            IF WS-MOTIVO-VAGA NOT EQUAL SPACES
                                   PERFORM REJEITA-VAGA
                                   MOVE NOME-MVTO-FUN TO NOME-REL-FUN
                                   MOVE "VAGA RECUSADA" TO ACAO-REL-FUN
                                   PERFORM GRAVA-REL-ALT
                            ELSE
                                   PERFORM ADMITE-FUNCIONARIO
                            END-IF
                     END-IF
              END-IF
              END-IF
              END-IF.

      *    SEM VAGAS.DAT NAO HA O QUE CONFERIR; COM ELE, A VAGA DO
      *    MOVIMENTO TEM DE ESTAR NO QUADRO, VAGA, NO MESMO DEPTO E
      *    NO MESMO CARGO DA ADMISSAO. O MOTIVO DA RECUSA VOLTA EM
      *    WS-MOTIVO-VAGA E O REGISTRO DA VAGA FICA LIDO PARA
      *    OCUPA-VAGA.
       VALIDA-VAGA.
              MOVE SPACES TO WS-MOTIVO-VAGA.
              IF WS-CONTROLA-VAGAS EQUAL "NAO"
                     NEXT SENTENCE
              ELSE
              IF VAGA-MVTO-FUN EQUAL SPACES
                 OR VAGA-MVTO-FUN EQUAL "00000"
                     MOVE "VAGA NAO INFORMADA" TO WS-MOTIVO-VAGA
              ELSE
              IF VAGA-MVTO-FUN NOT NUMERIC
                     MOVE "VAGA INEXISTENTE" TO WS-MOTIVO-VAGA
              ELSE
                     MOVE VAGA-MVTO-FUN TO VAG-NUMERO
                     READ VAGAS
                            INVALID KEY
                            MOVE "VAGA INEXISTENTE" TO WS-MOTIVO-VAGA
                            NOT INVALID KEY
                            PERFORM CONFERE-VAGA
                     END-READ
              END-IF
              END-IF
              END-IF.

       CONFERE-VAGA.
              IF VAG-STATUS EQUAL "O"
                     MOVE "VAGA OCUPADA" TO WS-MOTIVO-VAGA
              ELSE
              IF VAG-STATUS EQUAL "C"
                     MOVE "VAGA CONGELADA" TO WS-MOTIVO-VAGA
              ELSE
              IF VAG-STATUS NOT EQUAL "V"
                     MOVE "VAGA NAO DISPONIVEL" TO WS-MOTIVO-VAGA
              ELSE
              IF VAG-DEPTO NOT EQUAL DEPTO-MVTO-FUN
                     MOVE "VAGA OUTRO DEPTO" TO WS-MOTIVO-VAGA
              ELSE
              IF VAG-CARGO NOT EQUAL CARGO-MVTO-FUN
                     MOVE "VAGA OUTRO CARGO" TO WS-MOTIVO-VAGA
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       OCUPA-VAGA.
              MOVE "O" TO VAG-STATUS.
              MOVE CODIGO TO VAG-MATRICULA.
              MOVE DATA-ADMISSAO TO VAG-DATA-OCUPACAO.
              REWRITE REG-VAGA.

      *    A VAGA DO DESLIGADO E PROCURADA PELA MATRICULA DO TITULAR
      *    NUMA LEITURA DO QUADRO INTEIRO (O QUADRO SO TEM CHAVE
      *    PELO NUMERO DA VAGA).
       LIBERA-VAGA.
              MOVE "NAO" TO WS-VAGA-ACHADA.
              MOVE 0 TO WS-FIM-VAGAS.
              MOVE ZEROES TO VAG-NUMERO.
              START VAGAS KEY IS NOT LESS THAN VAG-NUMERO
                     INVALID KEY MOVE 1 TO WS-FIM-VAGAS
              END-START.
              PERFORM UNTIL WS-FIM-VAGAS EQUAL 1
                     READ VAGAS NEXT RECORD
                            AT END MOVE 1 TO WS-FIM-VAGAS
                            NOT AT END
                            IF VAG-STATUS EQUAL "O"
                               AND VAG-MATRICULA EQUAL COD-MVTO-FUN
                                   MOVE "V" TO VAG-STATUS
                                   MOVE ZEROES TO VAG-MATRICULA
                                                  VAG-DATA-OCUPACAO
                                   MOVE WS-DATA-VAGA
                                        TO VAG-DATA-ABERTURA
                                   REWRITE REG-VAGA
                                   MOVE "SIM" TO WS-VAGA-ACHADA
                                   MOVE 1 TO WS-FIM-VAGAS
                            END-IF
                     END-READ
              END-PERFORM.
              IF WS-VAGA-ACHADA EQUAL "SIM"
                     ADD 1 TO WS-CT-VAGAS-LIBERADAS
                     DISPLAY "EX27 - VAGA " VAG-NUMERO " DO DEPTO "
                             VAG-DEPTO " LIBERADA PELO DESLIGAMENTO DE "
                             COD-MVTO-FUN
              ELSE
                     ADD 1 TO WS-CT-DESLIG-SEM-VAGA
                     DISPLAY "EX27 - AVISO: CODIGO " COD-MVTO-FUN
                             " DESLIGADO SEM VAGA OCUPADA NO QUADRO"
              END-IF.

      *    CPF EM BRANCO OU ZERADO VOLTA ZERADO EM WS-CPF-NOVO (NAO
      *    INFORMADO); PREENCHIDO, PRECISA FECHAR OS DIGITOS E NAO
      *    PODE SER DE OUTRA MATRICULA. O MOTIVO DA RECUSA VOLTA EM
      *    WS-MOTIVO-CPF.
       VALIDA-CPF.
              MOVE ZEROES TO WS-CPF-NOVO.
              MOVE SPACES TO WS-MOTIVO-CPF.
              IF CPF-MVTO-FUN EQUAL SPACES
                 OR CPF-MVTO-FUN EQUAL "00000000000"
                     NEXT SENTENCE
              ELSE
              IF CPF-MVTO-FUN NOT NUMERIC
                     MOVE "CPF INVALIDO" TO WS-MOTIVO-CPF
              ELSE
                     MOVE CPF-MVTO-FUN TO WS-CPF-NOVO
                     MOVE WS-CPF-NOVO TO WS-DOC-NUMERO
                     MOVE "F" TO DSV-TIPO
                     MOVE WS-DOC-NUMERO TO DSV-NUMERO
                     CALL "DOCSRV" USING DOCSRV-AREA
                     IF DSV-RETORNO NOT EQUAL "0"
                            MOVE "CPF INVALIDO" TO WS-MOTIVO-CPF
                     ELSE
                            MOVE WS-CPF-NOVO TO CPF-IDX
                            READ CADFUN-CPF
                                   INVALID KEY
                                   CONTINUE
                                   NOT INVALID KEY
                                   IF MATRICULA-CPF-IDX NOT EQUAL
                                      COD-MVTO-FUN
                                          STRING "CPF JA E DO "
                                                  DELIMITED BY SIZE
                                                 MATRICULA-CPF-IDX
                                                  DELIMITED BY SIZE
                                                 INTO WS-MOTIVO-CPF
                                   END-IF
                            END-READ
                     END-IF
              END-IF
              END-IF.

      *    DATA EM BRANCO OU ZERADA VOLTA ZERADA EM WS-DATA-ADMISSAO
      *    (NAO INFORMADA); PREENCHIDA, PRECISA SER NUMERICA E VALIDA.
       VALIDA-DATA-ADMISSAO.
              MOVE "SIM" TO WS-DATA-VALIDA.
              MOVE ZEROES TO WS-DATA-ADMISSAO.
              IF DATA-ADMISSAO-MVTO-FUN EQUAL SPACES
                 OR DATA-ADMISSAO-MVTO-FUN EQUAL "00000000"
                     NEXT SENTENCE
              ELSE
              IF DATA-ADMISSAO-MVTO-FUN NOT NUMERIC
                     MOVE "NAO" TO WS-DATA-VALIDA
              ELSE
                     MOVE DATA-ADMISSAO-MVTO-FUN TO WS-DATA-ADMISSAO
                     MOVE "V" TO DAT-FUNCAO
                     MOVE WS-DATA-ADMISSAO (7:2) TO DAT-DIA
                     MOVE WS-DATA-ADMISSAO (5:2) TO DAT-MES
                     MOVE WS-DATA-ADMISSAO (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     IF DAT-RETORNO NOT EQUAL "0"
                            MOVE "NAO" TO WS-DATA-VALIDA
                     END-IF
              END-IF
              END-IF.

       ADMITE-FUNCIONARIO.
              PERFORM AVISA-FORA-FAIXA.
              MOVE COD-MVTO-FUN TO CODIGO.
              MOVE NOME-MVTO-FUN TO NOME.
              MOVE SALARIO-MVTO-FUN TO SALARIO-BRUTO.
              MOVE DEPTO-MVTO-FUN TO DEPTO.
              MOVE CARGO-MVTO-FUN TO CARGO.
              IF WS-DATA-ADMISSAO EQUAL ZEROES
                     IF WS-LOTE-DATA EQUAL SPACES
                            MOVE FUNCTION CURRENT-DATE (1:8)
                                 TO WS-DATA-ADMISSAO
                     ELSE
                            MOVE WS-LOTE-DATA TO WS-DATA-ADMISSAO
                     END-IF
                     ADD 1 TO WS-CT-SEM-DATA
                     DISPLAY "EX27 - AVISO: CODIGO " COD-MVTO-FUN
                             " ADMITIDO SEM DATA DE ADMISSAO - "
                             "ASSUMIDA A DATA DO LOTE "
                             WS-DATA-ADMISSAO
              END-IF.
              MOVE WS-DATA-ADMISSAO TO DATA-ADMISSAO.
              MOVE WS-CPF-NOVO TO CPF.
              IF WS-CPF-NOVO EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-CPF
                     DISPLAY "EX27 - AVISO: CODIGO " COD-MVTO-FUN
                             " ADMITIDO SEM CPF - INFORMAR EM UMA "
                             "ALTERACAO"
              END-IF.
              WRITE REG-ENT.
              IF CPF GREATER ZEROES
                     PERFORM GRAVA-INDICE-CPF
              END-IF.
              IF WS-CONTROLA-VAGAS EQUAL "SIM"
                     PERFORM OCUPA-VAGA
              END-IF.
              ADD 1 TO WS-CT-ADMITIDOS.
              MOVE NOME-MVTO-FUN TO NOME-REL-FUN.
              MOVE "ADMITIDO" TO ACAO-REL-FUN.
              PERFORM GRAVA-REL-ALT.

       ALTERA.
              PERFORM VALIDA-DATA-ADMISSAO.
              PERFORM VALIDA-CPF.
              IF WS-ENCONTRADO EQUAL "NAO"
                     PERFORM REJEITA-MOVIMENTO
                     MOVE NOME-MVTO-FUN TO NOME-REL-FUN
                     MOVE "INEXISTENTE" TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
              IF WS-DATA-VALIDA EQUAL "NAO"
                     PERFORM REJEITA-DATA
                     MOVE NOME TO NOME-REL-FUN
                     MOVE "DATA INVALIDA" TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
              IF WS-MOTIVO-CPF NOT EQUAL SPACES
                     PERFORM REJEITA-CPF
                     MOVE NOME TO NOME-REL-FUN
                     MOVE WS-MOTIVO-CPF TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
              ELSE
                     IF CARGO-MVTO-FUN NOT EQUAL SPACES
                            MOVE CARGO-MVTO-FUN TO CRS-CARGO
                     ELSE
                            MOVE CARGO TO CRS-CARGO
                     END-IF
                     IF SALARIO-MVTO-FUN GREATER ZEROES
                            MOVE SALARIO-MVTO-FUN TO CRS-SALARIO
                     ELSE
                            MOVE SALARIO-BRUTO TO CRS-SALARIO
                     END-IF
                     CALL "CARSRV" USING CARSRV-AREA
                     IF CRS-RETORNO EQUAL "5"
                        AND CARGO-MVTO-FUN NOT EQUAL SPACES
                            PERFORM REJEITA-CARGO
                            MOVE NOME TO NOME-REL-FUN
                            MOVE "CARGO INVALIDO" TO ACAO-REL-FUN
                            PERFORM GRAVA-REL-ALT
                     ELSE
                            PERFORM ALTERA-FUNCIONARIO
                     END-IF
              END-IF
              END-IF
              END-IF.

       ALTERA-FUNCIONARIO.
              IF SALARIO-MVTO-FUN GREATER ZEROES
                 OR CARGO-MVTO-FUN NOT EQUAL SPACES
                     PERFORM AVISA-FORA-FAIXA
              END-IF.
              IF NOME-MVTO-FUN NOT EQUAL SPACES
                     MOVE NOME-MVTO-FUN TO NOME
              END-IF.
              IF SALARIO-MVTO-FUN GREATER ZEROES
                     MOVE SALARIO-MVTO-FUN TO SALARIO-BRUTO
              END-IF.
              IF DEPTO-MVTO-FUN NOT EQUAL SPACES
                     MOVE DEPTO-MVTO-FUN TO DEPTO
              END-IF.
              IF CARGO-MVTO-FUN NOT EQUAL SPACES
                     MOVE CARGO-MVTO-FUN TO CARGO
              END-IF.
              IF WS-DATA-ADMISSAO GREATER ZEROES
                     MOVE WS-DATA-ADMISSAO TO DATA-ADMISSAO
              END-IF.
              IF WS-CPF-NOVO GREATER ZEROES
                 AND WS-CPF-NOVO NOT EQUAL CPF
                     IF CPF GREATER ZEROES
                            PERFORM EXCLUI-INDICE-CPF
                     END-IF
                     MOVE WS-CPF-NOVO TO CPF
                     PERFORM GRAVA-INDICE-CPF
              END-IF.
              REWRITE REG-ENT.
              ADD 1 TO WS-CT-ALTERADOS.
              MOVE NOME TO NOME-REL-FUN.
              MOVE "ALTERADO" TO ACAO-REL-FUN.
              PERFORM GRAVA-REL-ALT.

       AVISA-FORA-FAIXA.
              IF CRS-RETORNO EQUAL "1" OR CRS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-FORA-FAIXA
                     DISPLAY "EX27 - AVISO: CODIGO " COD-MVTO-FUN
                             " SALARIO " CRS-SALARIO
                             " FORA DA FAIXA DO CARGO " CRS-CARGO
                             " (" CRS-MINIMO " A " CRS-MAXIMO ")"
              END-IF.

       DESLIGA.
                     PERFORM GRAVA-REL-ALT
              ELSE
                     MOVE NOME TO NOME-REL-FUN
                     IF CPF GREATER ZEROES
                            PERFORM EXCLUI-INDICE-CPF
                     END-IF
                     DELETE CADFUN
                     ADD 1 TO WS-CT-DESLIGADOS
                     MOVE "DESLIGADO" TO ACAO-REL-FUN
                     PERFORM GRAVA-REL-ALT
                     PERFORM GRAVA-DESLIG-CUM
                     IF WS-CONTROLA-VAGAS EQUAL "SIM"
                            PERFORM LIBERA-VAGA
                     END-IF
              END-IF.

       GRAVA-DESLIG-CUM.
              IF WS-LOTE-DATA NUMERIC
                     MOVE WS-LOTE-DATA TO DSG-DATA
              ELSE
                     MOVE FUNCTION CURRENT-DATE (1:8) TO DSG-DATA
              END-IF.
              MOVE WS-LOTE-FILIAL TO DSG-FILIAL.
              MOVE COD-MVTO-FUN TO DSG-MATRICULA.
              WRITE REG-DESLIG-CUM.

       GRAVA-INDICE-CPF.
              MOVE CPF TO CPF-IDX.
              MOVE CODIGO TO MATRICULA-CPF-IDX.
              WRITE REG-CPF-IDX
                     INVALID KEY
                     REWRITE REG-CPF-IDX
              END-WRITE.

       EXCLUI-INDICE-CPF.
              MOVE CPF TO CPF-IDX.
              DELETE CADFUN-CPF
                     INVALID KEY
                     CONTINUE
              END-DELETE.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              DISPLAY "EX27 - MOVIMENTO REJEITADO: CODIGO "
                      COD-MVTO-FUN " TIPO " TIPO-MVTO-FUN.

       REJEITA-CARGO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX27" TO REJ-PROGRAMA.
              MOVE COD-MVTO-FUN TO REJ-CHAVE.
              MOVE "CARGO INEXISTENTE" TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX27 - MOVIMENTO REJEITADO: CODIGO "
                      COD-MVTO-FUN " CARGO INEXISTENTE: "
                      CRS-CARGO.

       REJEITA-DATA.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX27" TO REJ-PROGRAMA.
              MOVE COD-MVTO-FUN TO REJ-CHAVE.
              MOVE "DATA ADMISSAO INVAL" TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX27 - MOVIMENTO REJEITADO: CODIGO "
                      COD-MVTO-FUN " DATA DE ADMISSAO INVALIDA: "
                      DATA-ADMISSAO-MVTO-FUN.

       REJEITA-CPF.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX27" TO REJ-PROGRAMA.
              MOVE COD-MVTO-FUN TO REJ-CHAVE.
              MOVE WS-MOTIVO-CPF TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX27 - MOVIMENTO REJEITADO: CODIGO "
                      COD-MVTO-FUN " CPF " CPF-MVTO-FUN " - "
                      WS-MOTIVO-CPF.

       REJEITA-VAGA.
              ADD 1 TO WS-CT-REJEITADOS.
              ADD 1 TO WS-CT-REJ-VAGA.
              MOVE "EX27" TO REJ-PROGRAMA.
              MOVE COD-MVTO-FUN TO REJ-CHAVE.
              MOVE WS-MOTIVO-VAGA TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX27 - MOVIMENTO REJEITADO: CODIGO "
                      COD-MVTO-FUN " VAGA " VAGA-MVTO-FUN " - "
                      WS-MOTIVO-VAGA.

       PROCESSA-MOVIMENTO.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF TIPO-MVTO-FUN EQUAL "A"
       RESUMO-FINAL.
              DISPLAY "EX27 - RESUMO DA MANUTENCAO DE CADFUN".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "EM LOTE RECUSADO   : " WS-CT-LOTE-RECUSADO.
              DISPLAY "ADMITIDOS          : " WS-CT-ADMITIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "DESLIGADOS         : " WS-CT-DESLIGADOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.
              DISPLAY "FORA DA FAIXA      : " WS-CT-FORA-FAIXA.
              DISPLAY "ADMITIDOS SEM DATA : " WS-CT-SEM-DATA.
              DISPLAY "ADMITIDOS SEM CPF  : " WS-CT-SEM-CPF.
              DISPLAY "RECUSADOS POR VAGA : " WS-CT-REJ-VAGA.
              DISPLAY "VAGAS LIBERADAS    : " WS-CT-VAGAS-LIBERADAS.
              DISPLAY "DESLIG. SEM VAGA   : " WS-CT-DESLIG-SEM-VAGA.

       TERMINO.
              IF WS-TRAVADO EQUAL "NAO"
                     CLOSE MVTO-FUN CADFUN CADFUN-CPF REL-ALT-FUN
                           REJ-COMUM DESLIG-CUM
              END-IF.
              IF WS-CONTROLA-VAGAS EQUAL "SIM"
                     CLOSE VAGAS
              END-IF.
              PERFORM RESUMO-FINAL.
