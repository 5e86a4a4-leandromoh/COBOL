       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX108.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  VALIDACAO DO LANCAMENTO DE NOTAS DA ESCOLA, QUE ATE
      *          AQUI FICAVAM NOS CADERNOS DOS PROFESSORES. CADA
      *          LINHA DE NOTAS.DAT TRAZ O NUMERO DO ALUNO, A TURMA, A
      *          DISCIPLINA, O BIMESTRE (1 A 4) E A NOTA (0,0 A 10,0).
      *          O ALUNO PRECISA EXISTIR EM CADATU.DAT (SAIDA DE EX02,
      *          CABECALHO "H" IGNORADO) E ESTAR NA TURMA INFORMADA,
      *          A TURMA PRECISA EXISTIR EM TURMAS.DAT E A DISCIPLINA
      *          PRECISA CONSTAR DA GRADE DA TURMA EM TURMA-DISC.DAT
      *          (TURMA, DISCIPLINA E DESCRICAO). A MESMA NOTA (ALUNO,
      *          DISCIPLINA E BIMESTRE) LANCADA DUAS VEZES FICA SO NA
      *          PRIMEIRA. AS VALIDAS SAEM EM NOTAS-VAL.DAT JA COM O
      *          NOME DO ALUNO E A DESCRICAO DA DISCIPLINA, PARA EX109
      *          CALCULAR AS MEDIAS E IMPRIMIR BOLETINS E O MAPA DA
      *          TURMA; AS INVALIDAS VAO PARA REJ-COMUM.DAT
      *          (REJ-PROGRAMA "EX108", STATUS "A"), NO MESMO MOLDE DE
      *          EX55. SEM CADATU, TURMAS OU GRADE NAO HA COMO
      *          VALIDAR E NADA E PROCESSADO (RETURN-CODE 16).
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOTAS.
       SELECT CADATU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADATU.
       SELECT ARQ-TURMAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TURMAS.
       SELECT ARQ-DISC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DISC.
       SELECT NOTAS-VAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD NOTAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "NOTAS.DAT".

       01 REG-NOTA.
              02 NUMERO-NOTA     PIC 9(05).
              02 TURMA-NOTA      PIC X(03).
              02 DISCIPLINA-NOTA PIC X(04).
              02 BIMESTRE-NOTA   PIC X(01).
              02 VALOR-NOTA      PIC X(03).
              02 VALOR-NOTA-NUM REDEFINES VALOR-NOTA PIC 9(02)V9.

       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".

       01 REG-SAI.
              02 NUMERO-SAI PIC 9(05).
              02 NOME-SAI PIC X(20).
              02 DATA-NASCIMENTO-SAI.
                     03 DD PIC 9(2).
                     03 MM PIC 9(2).
                     03 AAAA PIC 9(4).
              02 IDADE-SAI PIC 9(03).
              02 TURMA-SAI PIC X(03).

       FD ARQ-TURMAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TURMAS.DAT".

       01 REG-TURMA.
              02 TURMA-COD   PIC X(03).
              02 TURMA-DESCR PIC X(20).
              02 TURMA-CAPACIDADE PIC 9(03).

       FD ARQ-DISC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TURMA-DISC.DAT".

       01 REG-DISC.
              02 TDI-TURMA      PIC X(03).
              02 TDI-DISCIPLINA PIC X(04).
              02 TDI-DESCR      PIC X(20).

       FD NOTAS-VAL
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "NOTAS-VAL.DAT".

       01 REG-NOTA-VAL.
              02 NTV-NUMERO      PIC 9(05).
              02 NTV-TURMA       PIC X(03).
              02 NTV-DISCIPLINA  PIC X(04).
              02 NTV-BIMESTRE    PIC 9(01).
              02 NTV-NOTA        PIC 9(02)V9.
              02 NTV-NOME        PIC X(20).
              02 NTV-DISC-DESCR  PIC X(20).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-FIM-TAB PIC 9(1) VALUE 0.
       77 WS-STATUS-NOTAS PIC X(02).
       77 WS-STATUS-CADATU PIC X(02).
       77 WS-STATUS-TURMAS PIC X(02).
       77 WS-STATUS-DISC PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-IND-ALUNO PIC 9(04) VALUE ZEROES.
       77 WS-IND-DISC PIC 9(03) VALUE ZEROES.
       77 WS-ACHOU PIC X(03) VALUE "NAO".
       77 WS-TOTAL-ALUNOS PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-TURMAS PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DISC PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-LANCADAS PIC 9(04) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-VALIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 TABELA-ALUNOS.
              02 WS-ALUNO OCCURS 1000 TIMES.
                     03 WS-ALU-NUMERO PIC 9(05).
                     03 WS-ALU-NOME   PIC X(20).
                     03 WS-ALU-TURMA  PIC X(03).

       01 TABELA-TURMAS.
              02 WS-TURMA-TAB OCCURS 50 TIMES PIC X(03).

       01 TABELA-DISCIPLINAS.
              02 WS-DISC OCCURS 300 TIMES.
                     03 WS-DISC-TURMA PIC X(03).
                     03 WS-DISC-COD   PIC X(04).
                     03 WS-DISC-DESCR PIC X(20).

       01 TABELA-LANCADAS.
              02 WS-LANCADA OCCURS 5000 TIMES.
                     03 WS-LAN-NUMERO     PIC 9(05).
                     03 WS-LAN-DISCIPLINA PIC X(04).
                     03 WS-LAN-BIMESTRE   PIC X(01).

       PROCEDURE DIVISION.

       PROGRAMA108.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM CARREGA-ALUNOS.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-TURMAS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-DISCIPLINAS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT NOTAS
                     IF WS-STATUS-NOTAS NOT EQUAL "00"
                            DISPLAY "EX108 - ERRO AO ABRIR NOTAS - "
                                    "FILE STATUS " WS-STATUS-NOTAS
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            OPEN OUTPUT NOTAS-VAL
                            PERFORM ABRE-REJ-COMUM
                            PERFORM VERIFICA-FIM
                     END-IF
              END-IF.

       ABORTA-CARGA.
              DISPLAY "EX108 - " WS-MOTIVO " INDISPONIVEL - "
                      "NENHUMA NOTA E VALIDADA".
              MOVE "SIM" TO WS-ABORTAR.
              MOVE 16 TO RETURN-CODE.

       CARREGA-ALUNOS.
              OPEN INPUT CADATU.
              IF WS-STATUS-CADATU NOT EQUAL "00"
                     MOVE "CADATU.DAT" TO WS-MOTIVO
                     PERFORM ABORTA-CARGA
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ CADATU
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   IF REG-SAI (1:1) NOT EQUAL "H"
                                          PERFORM GUARDA-ALUNO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CADATU
              END-IF.

       GUARDA-ALUNO.
              IF WS-TOTAL-ALUNOS EQUAL 1000
                     DISPLAY "EX108 - TABELA DE ALUNOS CHEIA (1000) - "
                             "ALUNO IGNORADO: " NUMERO-SAI
              ELSE
                     ADD 1 TO WS-TOTAL-ALUNOS
                     MOVE NUMERO-SAI TO WS-ALU-NUMERO (WS-TOTAL-ALUNOS)
                     MOVE NOME-SAI TO WS-ALU-NOME (WS-TOTAL-ALUNOS)
                     MOVE TURMA-SAI TO WS-ALU-TURMA (WS-TOTAL-ALUNOS)
              END-IF.

       CARREGA-TURMAS.
              OPEN INPUT ARQ-TURMAS.
              IF WS-STATUS-TURMAS NOT EQUAL "00"
                     MOVE "TURMAS.DAT" TO WS-MOTIVO
                     PERFORM ABORTA-CARGA
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ ARQ-TURMAS
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END PERFORM GUARDA-TURMA
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-TURMAS
              END-IF.

       GUARDA-TURMA.
              IF WS-TOTAL-TURMAS EQUAL 50
                     DISPLAY "EX108 - TABELA DE TURMAS CHEIA (50) - "
                             "TURMA IGNORADA: " TURMA-COD
              ELSE
                     ADD 1 TO WS-TOTAL-TURMAS
                     MOVE TURMA-COD TO WS-TURMA-TAB (WS-TOTAL-TURMAS)
              END-IF.

       CARREGA-DISCIPLINAS.
              OPEN INPUT ARQ-DISC.
              IF WS-STATUS-DISC NOT EQUAL "00"
                     MOVE "TURMA-DISC.DAT" TO WS-MOTIVO
                     PERFORM ABORTA-CARGA
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ ARQ-DISC
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END PERFORM GUARDA-DISCIPLINA
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-DISC
              END-IF.

       GUARDA-DISCIPLINA.
              IF WS-TOTAL-DISC EQUAL 300
                     DISPLAY "EX108 - GRADE DE DISCIPLINAS CHEIA (300)"
                             " - IGNORADA: " TDI-TURMA " "
                             TDI-DISCIPLINA
              ELSE
                     ADD 1 TO WS-TOTAL-DISC
                     MOVE TDI-TURMA TO WS-DISC-TURMA (WS-TOTAL-DISC)
                     MOVE TDI-DISCIPLINA TO WS-DISC-COD (WS-TOTAL-DISC)
                     MOVE TDI-DESCR TO WS-DISC-DESCR (WS-TOTAL-DISC)
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       VERIFICA-FIM.
              READ NOTAS
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       LOCALIZA-ALUNO.
              MOVE ZEROES TO WS-IND-ALUNO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-ALUNOS
                      IF WS-ALU-NUMERO (WS-IND) EQUAL NUMERO-NOTA
                             MOVE WS-IND TO WS-IND-ALUNO
                      END-IF
              END-PERFORM.

       VALIDA-TURMA.
              MOVE "NAO" TO WS-ACHOU.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-TURMAS
                      IF WS-TURMA-TAB (WS-IND) EQUAL TURMA-NOTA
                             MOVE "SIM" TO WS-ACHOU
                      END-IF
              END-PERFORM.

       LOCALIZA-DISCIPLINA.
              MOVE ZEROES TO WS-IND-DISC.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DISC
                      IF WS-DISC-TURMA (WS-IND) EQUAL TURMA-NOTA
                         AND WS-DISC-COD (WS-IND) EQUAL DISCIPLINA-NOTA
                             MOVE WS-IND TO WS-IND-DISC
                      END-IF
              END-PERFORM.

       VERIFICA-LANCADA.
              MOVE "NAO" TO WS-ACHOU.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-LANCADAS
                      IF WS-LAN-NUMERO (WS-IND) EQUAL NUMERO-NOTA
                         AND WS-LAN-DISCIPLINA (WS-IND) EQUAL
                             DISCIPLINA-NOTA
                         AND WS-LAN-BIMESTRE (WS-IND) EQUAL
                             BIMESTRE-NOTA
                             MOVE "SIM" TO WS-ACHOU
                      END-IF
              END-PERFORM.

       VALIDA-DADOS.
              MOVE SPACES TO WS-MOTIVO.
              PERFORM LOCALIZA-ALUNO.
              PERFORM VALIDA-TURMA.
              IF WS-IND-ALUNO EQUAL ZEROES
                     MOVE "ALUNO INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF WS-ACHOU EQUAL "NAO"
                     MOVE "TURMA INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF WS-ALU-TURMA (WS-IND-ALUNO) NOT EQUAL TURMA-NOTA
                     MOVE "ALUNO DE OUTRA TURMA" TO WS-MOTIVO
              ELSE
                     PERFORM LOCALIZA-DISCIPLINA
                     IF WS-IND-DISC EQUAL ZEROES
                            MOVE "DISC FORA DA GRADE" TO WS-MOTIVO
                     ELSE
                     IF BIMESTRE-NOTA LESS "1"
                        OR BIMESTRE-NOTA GREATER "4"
                            MOVE "BIMESTRE INVALIDO" TO WS-MOTIVO
                     ELSE
                     IF VALOR-NOTA NOT NUMERIC
                            MOVE "NOTA INVALIDA" TO WS-MOTIVO
                     ELSE
                     IF VALOR-NOTA-NUM GREATER 10
                            MOVE "NOTA ACIMA DE 10" TO WS-MOTIVO
                     ELSE
                            PERFORM VERIFICA-LANCADA
                            IF WS-ACHOU EQUAL "SIM"
                                   MOVE "NOTA JA LANCADA" TO WS-MOTIVO
                            END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
              END-IF
              END-IF
              END-IF.

       GRAVA-VALIDA.
              MOVE NUMERO-NOTA TO NTV-NUMERO.
              MOVE TURMA-NOTA TO NTV-TURMA.
              MOVE DISCIPLINA-NOTA TO NTV-DISCIPLINA.
              MOVE BIMESTRE-NOTA TO NTV-BIMESTRE.
              MOVE VALOR-NOTA-NUM TO NTV-NOTA.
              MOVE WS-ALU-NOME (WS-IND-ALUNO) TO NTV-NOME.
              MOVE WS-DISC-DESCR (WS-IND-DISC) TO NTV-DISC-DESCR.
              WRITE REG-NOTA-VAL.
              ADD 1 TO WS-CT-VALIDAS.
              IF WS-TOTAL-LANCADAS LESS 5000
                     ADD 1 TO WS-TOTAL-LANCADAS
                     MOVE NUMERO-NOTA TO
                          WS-LAN-NUMERO (WS-TOTAL-LANCADAS)
                     MOVE DISCIPLINA-NOTA TO
                          WS-LAN-DISCIPLINA (WS-TOTAL-LANCADAS)
                     MOVE BIMESTRE-NOTA TO
                          WS-LAN-BIMESTRE (WS-TOTAL-LANCADAS)
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX108" TO REJ-PROGRAMA.
              MOVE NUMERO-NOTA TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX108 - NOTA REJEITADA: ALUNO " NUMERO-NOTA
                      " TURMA " TURMA-NOTA " DISCIPLINA "
                      DISCIPLINA-NOTA " BIMESTRE " BIMESTRE-NOTA
                      " - " WS-MOTIVO.

       PRINCIPAL.
              PERFORM VALIDA-DADOS.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM GRAVA-VALIDA
              ELSE
                     PERFORM REJEITA-MOVIMENTO
              END-IF.
              PERFORM VERIFICA-FIM.

       RESUMO-FINAL.
              DISPLAY "EX108 - RESUMO DA VALIDACAO DE NOTAS".
              DISPLAY "NOTAS LIDAS        : " WS-CT-LIDOS.
              DISPLAY "NOTAS VALIDAS      : " WS-CT-VALIDAS.
              DISPLAY "NOTAS REJEITADAS   : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE NOTAS NOTAS-VAL REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
