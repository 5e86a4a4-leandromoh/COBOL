      *          CLASSIFICADOS INTERMEDIARIOS FICAM EM
      *          EX64-MVTO-ORD.DAT, EX64-CADATU-ORD.DAT E
      *          EX64-CADSEXO-ORD.DAT. TERMINA COM GOBACK.
      *          COM A CAPACIDADE DAS TURMAS EM TURMAS.DAT (OPCIONAL),
      *          CADA SAIDA "S" OU TRANSFERENCIA "T" ABRE UMA VAGA NA
      *          TURMA DO ALUNO: TERMINADO O BALANCE-LINE, O PRIMEIRO
      *          DA LISTA DE ESPERA LISTA-ESPERA.DAT (COPY CADESP,
      *          GRAVADA POR EX02) AINDA "E" NAQUELA TURMA, PELA ORDEM
      *          DE CHEGADA, E PROMOVIDO - UM POR VAGA ABERTA, SEM
      *          PASSAR DA CAPACIDADE: E ACRESCENTADO A CADATU E A
      *          CADSEXO, SAI EM REL-ALT-ALU.DAT COMO "PROMOVIDO" E
      *          FICA "P" NA LISTA, QUE E REGRAVADA COM A DATA DA
      *          PROMOCAO. A CORRECAO "U" QUE TROCA A TURMA SO
      *          ACERTA A CONTAGEM DAS DUAS TURMAS. O TIPO "F"
      *          (CONCLUSAO DO ULTIMO ANO, GERADO POR EX115 NA VIRADA
      *          DO ANO) RETIRA O ALUNO DE CADATU E CADSEXO COMO A
      *          SAIDA, MAS SAI COMO "CONCLUIU" E E CONTADO A PARTE,
      *          PARA NAO SE MISTURAR A EVASAO.
      *          O MVTO-ALU.DAT DIGITADO VEM EM LOTES DE DIGITACAO, CADA
      *          UM ABERTO POR UM CABECALHO (COPY LOTEDIG) COM NUMERO,
      *          OPERADOR, QUANTIDADE DE DOCUMENTOS E HASH DO NUMERO DO
      *          ALUNO, CONFERIDOS NA PRIMEIRA LEITURA DO ARQUIVO PELO
      *          SUBPROGRAMA LOTSRV, ANTES DA CLASSIFICACAO; O LOTE QUE
      *          NAO BATE NAO E APLICADO E VAI PARA LOTES-REJ.DAT, COM O
      *          MOTIVO, PARA O SUPERVISOR DA DIGITACAO (RETURN-CODE 8).
      *          OS MOVIMENTOS GERADOS POR EX115 VEM NUM LOTE COM
      *          CABECALHO E TOTAIS GRAVADOS POR ELE. MOVIMENTOS ANTES
      *          DO PRIMEIRO CABECALHO SAO RECUSADOS DO MESMO MODO, COM
      *          O MOTIVO "SEM CABECALHO DE LOTE".

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT OPTIONAL ARQ-TURMAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LISTA-ESPERA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ESPERA.

       DATA DIVISION.

              02 MVA-NASC   PIC 9(08).
              02 MVA-TURMA  PIC X(03).

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".
       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD ARQ-TURMAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TURMAS.DAT".

       01 REG-TURMA.
              02 TURMA-COD        PIC X(03).
              02 TURMA-DESCR      PIC X(20).
              02 TURMA-CAPACIDADE PIC 9(03).

       FD LISTA-ESPERA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "LISTA-ESPERA.DAT".

       01 REG-ESPERA.
              COPY CADESP.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-REMOVIDO PIC X(03) VALUE "NAO".
       77 WS-CT-SAIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-TRANSFERIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONCLUINTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-CORRIGIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-MANTIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-CADASTRO PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEXO-REMOVIDOS PIC 9(05) VALUE ZEROES.
       77 WS-STATUS-ESPERA PIC X(02).
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 WS-TOTAL-TURMAS PIC 9(02) VALUE ZEROES.
       77 WS-IND-TURMA PIC 9(02) VALUE ZEROES.
       77 WS-IND-ACHADA PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-BUSCA PIC X(03) VALUE SPACES.
       77 WS-TOTAL-VAGAS-ABERTAS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ESPERA PIC 9(04) VALUE ZEROES.
       77 WS-IND-ESP PIC 9(04) VALUE ZEROES.
       77 WS-IND-PRIMEIRO PIC 9(04) VALUE ZEROES.
       77 WS-A-PROMOVER PIC 9(05) VALUE ZEROES.
       77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROES.
       77 WS-CT-PROMOVIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTE-RECUSADO PIC 9(05) VALUE ZEROES.
       77 WS-RC-LOTE PIC S9(04) VALUE ZEROES.

       01 TABELA-TURMAS.
              02 WS-TURMA-ENT OCCURS 50 TIMES.
                     03 WS-TUR-CODIGO   PIC X(03).
                     03 WS-TUR-CAPAC    PIC 9(03).
                     03 WS-TUR-OCUPADOS PIC 9(05).
                     03 WS-TUR-VAGAS    PIC 9(05).

       01 TABELA-ESPERA.
              02 WS-ESP OCCURS 1000 TIMES.
                     03 WS-ESP-TURMA         PIC X(03).
                     03 WS-ESP-ORDEM         PIC 9(05).
                     03 WS-ESP-NUMERO        PIC 9(05).
                     03 WS-ESP-NOME          PIC X(20).
                     03 WS-ESP-NASC          PIC 9(08).
                     03 WS-ESP-IDADE         PIC 9(03).
                     03 WS-ESP-SEXO          PIC X(01).
                     03 WS-ESP-DATA-HORA     PIC X(14).
                     03 WS-ESP-STATUS        PIC X(01).
                     03 WS-ESP-DATA-PROMOCAO PIC 9(08).

       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION.

       PROGRAMA64 SECTION.

       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-PROCESSO.
       PERFORM CARREGA-TURMAS.
       PERFORM CLASSIFICA-MOVIMENTOS.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CLASSIFICA-CADATU
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM APLICA-EM-CADATU
              PERFORM APLICA-EM-CADSEXO
              IF WS-TOTAL-VAGAS-ABERTAS GREATER ZEROES
                     PERFORM PROMOVE-LISTA-ESPERA
              END-IF
       END-IF.
       PERFORM RESUMO-FINAL.
       IF WS-RC-LOTE GREATER RETURN-CODE
              MOVE WS-RC-LOTE TO RETURN-CODE
       END-IF.

       GOBACK.

       CARREGA-TURMAS SECTION.
              OPEN INPUT ARQ-TURMAS.
              PERFORM UNTIL WS-FIM-TAB EQUAL 1
                     READ ARQ-TURMAS
                            AT END MOVE 1 TO WS-FIM-TAB
                            NOT AT END
                            PERFORM GUARDA-TURMA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TURMAS.

       GUARDA-TURMA SECTION.
              IF WS-TOTAL-TURMAS EQUAL 50
                     DISPLAY "EX64 - TABELA DE TURMAS CHEIA (50) - "
                             "TURMA IGNORADA: " TURMA-COD
              ELSE
                     ADD 1 TO WS-TOTAL-TURMAS
                     MOVE TURMA-COD TO WS-TUR-CODIGO (WS-TOTAL-TURMAS)
                     IF TURMA-CAPACIDADE NUMERIC
                            MOVE TURMA-CAPACIDADE TO
                                 WS-TUR-CAPAC (WS-TOTAL-TURMAS)
                     ELSE
                            MOVE ZEROES TO
                                 WS-TUR-CAPAC (WS-TOTAL-TURMAS)
                     END-IF
                     MOVE ZEROES TO WS-TUR-OCUPADOS (WS-TOTAL-TURMAS)
                                    WS-TUR-VAGAS (WS-TOTAL-TURMAS)
              END-IF.

       LOCALIZA-TURMA SECTION.
              MOVE ZEROES TO WS-IND-ACHADA.
              PERFORM VARYING WS-IND-TURMA FROM 1 BY 1
                      UNTIL WS-IND-TURMA GREATER WS-TOTAL-TURMAS
                      OR WS-IND-ACHADA GREATER ZEROES
                      IF WS-TUR-CODIGO (WS-IND-TURMA) EQUAL
                         WS-TURMA-BUSCA
                             MOVE WS-IND-TURMA TO WS-IND-ACHADA
                      END-IF
              END-PERFORM.

       OCUPA-VAGA SECTION.
              PERFORM LOCALIZA-TURMA.
              IF WS-IND-ACHADA GREATER ZEROES
                     ADD 1 TO WS-TUR-OCUPADOS (WS-IND-ACHADA)
              END-IF.

       DESOCUPA-VAGA SECTION.
              PERFORM LOCALIZA-TURMA.
              IF WS-IND-ACHADA GREATER ZEROES
                 AND WS-TUR-OCUPADOS (WS-IND-ACHADA) GREATER ZEROES
                     SUBTRACT 1 FROM WS-TUR-OCUPADOS (WS-IND-ACHADA)
              END-IF.

       ABRE-VAGA SECTION.
              PERFORM DESOCUPA-VAGA.
              IF WS-IND-ACHADA GREATER ZEROES
                 AND WS-TUR-CAPAC (WS-IND-ACHADA) GREATER ZEROES
                     ADD 1 TO WS-TUR-VAGAS (WS-IND-ACHADA)
                     ADD 1 TO WS-TOTAL-VAGAS-ABERTAS
              END-IF.

       CLASSIFICA-MOVIMENTOS SECTION.
              MOVE 1 TO WS-FASE.
              SORT TRAB
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM CONFERE-LOTES
                     PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                            READ MVTO-ALU
                                   AT END MOVE "SIM" TO FIM-ARQ
                                   NOT AT END
                                   PERFORM FILTRA-LOTE
                                   IF LTS-RETORNO EQUAL "0"
                                          MOVE SPACES TO REG-TRAB
                                          MOVE REG-MVTO-ALU TO
                                               REG-TRAB (1:37)
                                          RELEASE REG-TRAB
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE MVTO-ALU
              END-IF.

      *    PRIMEIRA LEITURA DO MOVIMENTO: CADA LOTE DE DIGITACAO
      *    E CONFERIDO COM O SEU CABECALHO (QUANTIDADE E HASH DO
      *    NUMERO DO ALUNO) PELO LOTSRV ANTES DE QUALQUER MOVIMENTO
      *    IR PARA A CLASSIFICACAO. LOTE RECUSADO DA RETURN-CODE 8
      *    NO FIM DO PASSO, MAS OS DEMAIS LOTES DO ARQUIVO SEGUEM.
       CONFERE-LOTES SECTION.
              MOVE "I" TO LTS-FUNCAO.
              MOVE "EX64" TO LTS-PROGRAMA.
              MOVE "MVTO-ALU.DAT" TO LTS-ARQUIVO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              MOVE "NAO" TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                     READ MVTO-ALU
                            AT END MOVE "SIM" TO FIM-ARQ
                            NOT AT END PERFORM SOMA-LOTE
                     END-READ
              END-PERFORM.
              MOVE "F" TO LTS-FUNCAO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "8"
                     DISPLAY "EX64 - " LTS-QTDE-RECUSADOS " LOTE(S) DE "
                             "MVTO-ALU RECUSADO(S) - VER LOTES-REJ.DAT"
                     MOVE 8 TO WS-RC-LOTE
              END-IF.
              CLOSE MVTO-ALU.
              OPEN INPUT MVTO-ALU.
              MOVE "NAO" TO FIM-ARQ.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX64 - ERRO AO REABRIR MVTO-ALU - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       SOMA-LOTE SECTION.
              MOVE "R" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              MOVE ZEROES TO LTS-CHAVE LTS-VALOR.
              IF MVA-NUMERO NUMERIC
                     MOVE MVA-NUMERO TO LTS-CHAVE
              END-IF.
              CALL "LOTSRV" USING LOTSRV-AREA.

      *    CABECALHO DE LOTE E MOVIMENTO DE LOTE RECUSADO NA
      *    CONFERENCIA NAO VAO PARA A CLASSIFICACAO.
       FILTRA-LOTE SECTION.
              MOVE "P" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-LOTE-RECUSADO
              END-IF.

       ALIMENTA-CADATU SECTION.
              OPEN INPUT CADATU.
              IF WS-STATUS-CADATU NOT EQUAL "00"
              ELSE
                     MOVE REG-ATU TO REG-TRAB
                     RELEASE REG-TRAB
                     MOVE TURMA-SAI TO WS-TURMA-BUSCA
                     PERFORM OCUPA-VAGA
              END-IF.

       ALIMENTA-CADSEXO SECTION.
                     MOVE ATO-NOME TO NOME-REL-ALU
                     MOVE "SAIDA" TO ACAO-REL-ALU
                     WRITE REG-REL-ALT-ALU
                     MOVE ATO-TURMA TO WS-TURMA-BUSCA
                     PERFORM ABRE-VAGA
              ELSE
              IF MVO-TIPO EQUAL "T"
                     ADD 1 TO WS-CT-TRANSFERIDOS
                     MOVE ATO-NOME TO NOME-REL-ALU
                     MOVE "TRANSFERIDO" TO ACAO-REL-ALU
                     WRITE REG-REL-ALT-ALU
                     MOVE ATO-TURMA TO WS-TURMA-BUSCA
                     PERFORM ABRE-VAGA
              ELSE
              IF MVO-TIPO EQUAL "F"
                     ADD 1 TO WS-CT-CONCLUINTES
                     MOVE ATO-NUMERO TO NUM-REL-ALU
                     MOVE ATO-NOME TO NOME-REL-ALU
                     MOVE "CONCLUIU" TO ACAO-REL-ALU
                     WRITE REG-REL-ALT-ALU
                     MOVE ATO-TURMA TO WS-TURMA-BUSCA
                     PERFORM ABRE-VAGA
              ELSE
              IF MVO-TIPO EQUAL "U"
                     PERFORM CORRIGE-ALUNO
                     PERFORM MANTEM-ALUNO
              END-IF
              END-IF
              END-IF
              END-IF.

       CORRIGE-ALUNO SECTION.
              MOVE ATO-IDADE TO IDADE-SAI.
              IF MVO-TURMA NOT EQUAL SPACES
                     MOVE MVO-TURMA TO TURMA-SAI
                     IF MVO-TURMA NOT EQUAL ATO-TURMA
                            MOVE ATO-TURMA TO WS-TURMA-BUSCA
                            PERFORM DESOCUPA-VAGA
                            MOVE MVO-TURMA TO WS-TURMA-BUSCA
                            PERFORM OCUPA-VAGA
                     END-IF
              ELSE
                     MOVE ATO-TURMA TO TURMA-SAI
              END-IF.

       DECIDE-SEXO SECTION.
              IF MVO-TIPO EQUAL "S" OR MVO-TIPO EQUAL "T"
                 OR MVO-TIPO EQUAL "F"
                     ADD 1 TO WS-CT-SEXO-REMOVIDOS
              ELSE
                     MOVE SXO-NUMERO TO NUMERO-SEXO
                     WRITE REG-CADSEXO
              END-IF.

       PROMOVE-LISTA-ESPERA SECTION.
              OPEN INPUT LISTA-ESPERA.
              IF WS-STATUS-ESPERA EQUAL "00"
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ LISTA-ESPERA
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   PERFORM GUARDA-ESPERA
                            END-READ
                     END-PERFORM
                     CLOSE LISTA-ESPERA
              END-IF.
              IF WS-TOTAL-ESPERA GREATER ZEROES
                     OPEN EXTEND CADATU CADSEXO REL-ALT-ALU
                     PERFORM PROMOVE-TURMA
                             VARYING WS-IND-TURMA FROM 1 BY 1
                             UNTIL WS-IND-TURMA GREATER
                                   WS-TOTAL-TURMAS
                     CLOSE CADATU CADSEXO REL-ALT-ALU
                     IF WS-CT-PROMOVIDOS GREATER ZEROES
                            PERFORM REGRAVA-LISTA-ESPERA
                     END-IF
              END-IF.

       GUARDA-ESPERA SECTION.
              IF WS-TOTAL-ESPERA EQUAL 1000
                     DISPLAY "EX64 - LISTA DE ESPERA CHEIA (1000) - "
                             "NINGUEM E PROMOVIDO"
                     MOVE ZEROES TO WS-TOTAL-ESPERA
                     MOVE 1 TO WS-FIM-TAB
                     MOVE 8 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-ESPERA
                     MOVE ESP-TURMA TO WS-ESP-TURMA (WS-TOTAL-ESPERA)
                     MOVE ESP-ORDEM TO WS-ESP-ORDEM (WS-TOTAL-ESPERA)
                     MOVE ESP-NUMERO TO
                          WS-ESP-NUMERO (WS-TOTAL-ESPERA)
                     MOVE ESP-NOME TO WS-ESP-NOME (WS-TOTAL-ESPERA)
                     MOVE ESP-NASC TO WS-ESP-NASC (WS-TOTAL-ESPERA)
                     MOVE ESP-IDADE TO WS-ESP-IDADE (WS-TOTAL-ESPERA)
                     MOVE ESP-SEXO TO WS-ESP-SEXO (WS-TOTAL-ESPERA)
                     MOVE ESP-DATA-HORA TO
                          WS-ESP-DATA-HORA (WS-TOTAL-ESPERA)
                     MOVE ESP-STATUS TO
                          WS-ESP-STATUS (WS-TOTAL-ESPERA)
                     MOVE ESP-DATA-PROMOCAO TO
                          WS-ESP-DATA-PROMOCAO (WS-TOTAL-ESPERA)
              END-IF.

       PROMOVE-TURMA SECTION.
              MOVE ZEROES TO WS-A-PROMOVER.
              IF WS-TUR-VAGAS (WS-IND-TURMA) GREATER ZEROES
                 AND WS-TUR-OCUPADOS (WS-IND-TURMA) LESS
                     WS-TUR-CAPAC (WS-IND-TURMA)
                     COMPUTE WS-A-PROMOVER =
                             WS-TUR-CAPAC (WS-IND-TURMA)
                           - WS-TUR-OCUPADOS (WS-IND-TURMA)
                     IF WS-A-PROMOVER GREATER
                        WS-TUR-VAGAS (WS-IND-TURMA)
                            MOVE WS-TUR-VAGAS (WS-IND-TURMA)
                              TO WS-A-PROMOVER
                     END-IF
              END-IF.
              MOVE 1 TO WS-IND-PRIMEIRO.
              PERFORM UNTIL WS-A-PROMOVER EQUAL ZEROES
                      OR WS-IND-PRIMEIRO EQUAL ZEROES
                     PERFORM LOCALIZA-PRIMEIRO
                     IF WS-IND-PRIMEIRO GREATER ZEROES
                            PERFORM PROMOVE-ALUNO
                            SUBTRACT 1 FROM WS-A-PROMOVER
                     END-IF
              END-PERFORM.

       LOCALIZA-PRIMEIRO SECTION.
              MOVE ZEROES TO WS-IND-PRIMEIRO.
              PERFORM VARYING WS-IND-ESP FROM 1 BY 1
                      UNTIL WS-IND-ESP GREATER WS-TOTAL-ESPERA
                      IF WS-ESP-STATUS (WS-IND-ESP) EQUAL "E"
                         AND WS-ESP-TURMA (WS-IND-ESP) EQUAL
                             WS-TUR-CODIGO (WS-IND-TURMA)
                             IF WS-IND-PRIMEIRO EQUAL ZEROES
                                    MOVE WS-IND-ESP TO WS-IND-PRIMEIRO
                             ELSE
                                    IF WS-ESP-ORDEM (WS-IND-ESP) LESS
                                       WS-ESP-ORDEM (WS-IND-PRIMEIRO)
                                           MOVE WS-IND-ESP
                                             TO WS-IND-PRIMEIRO
                                    END-IF
                             END-IF
                      END-IF
              END-PERFORM.

       PROMOVE-ALUNO SECTION.
              MOVE WS-ESP-NUMERO (WS-IND-PRIMEIRO) TO NUMERO-SAI.
              MOVE WS-ESP-NOME (WS-IND-PRIMEIRO) TO NOME-SAI.
              MOVE WS-ESP-NASC (WS-IND-PRIMEIRO)
                TO DATA-NASCIMENTO-SAI.
              MOVE WS-ESP-IDADE (WS-IND-PRIMEIRO) TO IDADE-SAI.
              MOVE WS-ESP-TURMA (WS-IND-PRIMEIRO) TO TURMA-SAI.
              WRITE REG-ATU.
              MOVE WS-ESP-NUMERO (WS-IND-PRIMEIRO) TO NUMERO-SEXO.
              MOVE WS-ESP-SEXO (WS-IND-PRIMEIRO) TO SEXO-SEXO.
              WRITE REG-CADSEXO.
              MOVE WS-ESP-NUMERO (WS-IND-PRIMEIRO) TO NUM-REL-ALU.
              MOVE WS-ESP-NOME (WS-IND-PRIMEIRO) TO NOME-REL-ALU.
              MOVE "PROMOVIDO" TO ACAO-REL-ALU.
              WRITE REG-REL-ALT-ALU.
              MOVE "P" TO WS-ESP-STATUS (WS-IND-PRIMEIRO).
              MOVE WS-DATA-PROCESSO TO
                   WS-ESP-DATA-PROMOCAO (WS-IND-PRIMEIRO).
              ADD 1 TO WS-TUR-OCUPADOS (WS-IND-TURMA).
              ADD 1 TO WS-CT-PROMOVIDOS.
              DISPLAY "EX64 - NUMERO " WS-ESP-NUMERO (WS-IND-PRIMEIRO)
                      " PROMOVIDO DA LISTA DE ESPERA PARA A TURMA "
                      WS-ESP-TURMA (WS-IND-PRIMEIRO) " (ORDEM "
                      WS-ESP-ORDEM (WS-IND-PRIMEIRO) ")".

       REGRAVA-LISTA-ESPERA SECTION.
              OPEN OUTPUT LISTA-ESPERA.
              PERFORM VARYING WS-IND-ESP FROM 1 BY 1
                      UNTIL WS-IND-ESP GREATER WS-TOTAL-ESPERA
                      MOVE WS-ESP-TURMA (WS-IND-ESP) TO ESP-TURMA
                      MOVE WS-ESP-ORDEM (WS-IND-ESP) TO ESP-ORDEM
                      MOVE WS-ESP-NUMERO (WS-IND-ESP) TO ESP-NUMERO
                      MOVE WS-ESP-NOME (WS-IND-ESP) TO ESP-NOME
                      MOVE WS-ESP-NASC (WS-IND-ESP) TO ESP-NASC
                      MOVE WS-ESP-IDADE (WS-IND-ESP) TO ESP-IDADE
                      MOVE WS-ESP-SEXO (WS-IND-ESP) TO ESP-SEXO
                      MOVE WS-ESP-DATA-HORA (WS-IND-ESP)
                        TO ESP-DATA-HORA
                      MOVE WS-ESP-STATUS (WS-IND-ESP) TO ESP-STATUS
                      MOVE WS-ESP-DATA-PROMOCAO (WS-IND-ESP)
                        TO ESP-DATA-PROMOCAO
                      WRITE REG-ESPERA
              END-PERFORM.
              CLOSE LISTA-ESPERA.

       RESUMO-FINAL SECTION.
              DISPLAY "EX64 - RESUMO DO CICLO DE VIDA DOS ALUNOS".
              DISPLAY "SAIDAS APLICADAS      : " WS-CT-SAIDAS.
              DISPLAY "TRANSFERENCIAS        : " WS-CT-TRANSFERIDOS.
              DISPLAY "CONCLUINTES           : " WS-CT-CONCLUINTES.
              DISPLAY "CORRECOES APLICADAS   : " WS-CT-CORRIGIDOS.
              DISPLAY "ALUNOS MANTIDOS       : " WS-CT-MANTIDOS.
              DISPLAY "MVTOS SEM CADASTRO    : " WS-CT-SEM-CADASTRO.
              DISPLAY "REMOVIDOS DE CADSEXO  : "
                      WS-CT-SEXO-REMOVIDOS.
              DISPLAY "PROMOVIDOS DA ESPERA  : " WS-CT-PROMOVIDOS.
              DISPLAY "MVTOS EM LOTE RECUSADO: " WS-CT-LOTE-RECUSADO.
