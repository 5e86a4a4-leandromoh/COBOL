       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX115.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  VIRADA DO ANO LETIVO: PROMOCAO E REMATRICULA DOS
      *          ALUNOS, ANTES FEITA DIGITANDO CENTENAS DE CORRECOES
      *          "U" EM MVTO-ALU.DAT. A TABELA DE PROGRESSAO
      *          PROGRESSAO.DAT DIZ, PARA CADA TURMA, A TURMA DO ANO
      *          SEGUINTE E SE ELA E A DO ULTIMO ANO ("S"). PARA CADA
      *          ALUNO DE CADATU.DAT (CABECALHO "H" IGNORADO) E USADA
      *          A SITUACAO FINAL GRAVADA POR EX109 EM
      *          EX109-SITUACAO.DAT: O APROVADO GANHA UMA CORRECAO "U"
      *          COM A TURMA NOVA EM MVTO-ALU.DAT; O APROVADO DO
      *          ULTIMO ANO E GUARDADO NO ARQUIVO DE EGRESSOS DO ANO
      *          (EGRESSOS-AAAA.DAT, COM O SEXO DE CADSEXO.DAT E A
      *          DATA DA CONCLUSAO) E GANHA UM MOVIMENTO "F", QUE
      *          EX64 USA PARA TIRA-LO DE CADATU E DE CADSEXO; O
      *          REPROVADO FICA RETIDO NA MESMA TURMA. ALUNO EM
      *          RECUPERACAO OU SEM NOTAS FICA PENDENTE, SEM
      *          MOVIMENTO, PARA A SECRETARIA RESOLVER A MAO. TURMA
      *          FORA DA TABELA VAI PARA REJ-COMUM.DAT (REJ-PROGRAMA
      *          "EX115"). OS MOVIMENTOS SAO ACRESCENTADOS AO FIM DE
      *          MVTO-ALU.DAT E SO VALEM DEPOIS DO PROXIMO EX64. O
      *          ANO LETIVO VEM DE PARM-EX115.DAT (OPCIONAL - SEM
      *          ELE, O ANO CORRENTE) E O ULTIMO ANO VIRADO FICA EM
      *          EX115-CTL.DAT: O MESMO ANO NAO E VIRADO DUAS VEZES
      *          (RETURN-CODE 16), SENAO O ALUNO SUBIRIA DOIS ANOS.
      *          O ROL DE CADA TURMA ANTES DA VIRADA (COM O DESTINO
      *          DE CADA ALUNO) E DEPOIS DELA (COM A ORIGEM), COM
      *          LINHA PARA ASSINATURA DA SECRETARIA, SAI EM
      *          EX115-REL.DAT NO MOLDE DE EX57, CLASSIFICADO POR
      *          SORT, E E REGISTRADO NO CATALOGO. SEM PROGRESSAO.DAT,
      *          EX109-SITUACAO.DAT OU CADATU.DAT NADA E GERADO
      *          (RETURN-CODE 16). OS MOVIMENTOS GERADOS SAO
      *          GUARDADOS EM EX115-MVTO.DAT E, NO FIM, ACRESCENTADOS
      *          A MVTO-ALU.DAT COMO UM LOTE DE DIGITACAO (COPY
      *          LOTEDIG, NUMERO = ANO LETIVO, OPERADOR "EX115") COM
      *          A QUANTIDADE E O HASH DOS NUMEROS DOS ALUNOS, QUE EX64
      *          CONFERE COMO QUALQUER LOTE DIGITADO.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT OPTIONAL ARQ-CTL-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-CTL-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROGRESSAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PROGRESSAO.
       SELECT SITUACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SITUACAO.
       SELECT CADATU ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADATU.
       SELECT OPTIONAL CADSEXO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MVTO-ALU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT MVTO-GERADO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO-GERADO.
       SELECT EGRESSOS ASSIGN DYNAMIC WS-NOME-EGRESSOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EGRESSOS.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX115.DAT".

       01 REG-PARM.
              02 PRM-ANO-LETIVO PIC 9(04).

       FD ARQ-CTL-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX115-CTL.DAT".

       01 REG-CTL-ENT.
              02 CTL-ENT-ANO-LETIVO PIC 9(04).
              02 CTL-ENT-DATA       PIC 9(08).

       FD ARQ-CTL-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX115-CTL.DAT".

       01 REG-CTL-SAI.
              02 CTL-SAI-ANO-LETIVO PIC 9(04).
              02 CTL-SAI-DATA       PIC 9(08).

       FD PROGRESSAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PROGRESSAO.DAT".

       01 REG-PROGRESSAO.
              02 PRG-DE-TURMA   PIC X(03).
              02 PRG-PARA-TURMA PIC X(03).
              02 PRG-FINAL      PIC X(01).

       FD SITUACAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX109-SITUACAO.DAT".

       01 REG-SITUACAO.
              02 SIF-NUMERO   PIC 9(05).
              02 SIF-TURMA    PIC X(03).
              02 SIF-NOME     PIC X(20).
              02 SIF-MEDIA    PIC 9(02)V9.
              02 SIF-SITUACAO PIC 9(01).

       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".

       01 REG-SAI.
              02 NUMERO-SAI PIC 9(05).
              02 NOME-SAI PIC X(20).
              02 DATA-NASCIMENTO-SAI PIC 9(08).
              02 IDADE-SAI PIC 9(03).
              02 TURMA-SAI PIC X(03).

       FD CADSEXO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSEXO.DAT".

       01 REG-CADSEXO.
              02 NUMERO-SEXO PIC 9(05).
              02 SEXO-SEXO PIC X(01).

       FD MVTO-ALU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-ALU.DAT".

       01 REG-MVTO-ALU PIC X(37).

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD MVTO-GERADO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX115-MVTO.DAT".

       01 REG-MVTO-GERADO.
              02 MVA-NUMERO PIC 9(05).
              02 MVA-TIPO   PIC X(01).
              02 MVA-NOME   PIC X(20).
              02 MVA-NASC   PIC 9(08).
              02 MVA-TURMA  PIC X(03).

       FD EGRESSOS
          LABEL         RECORD         ARE         STANDARD.

       01 REG-EGRESSO.
              02 EGR-NUMERO         PIC 9(05).
              02 EGR-NOME           PIC X(20).
              02 EGR-NASC           PIC 9(08).
              02 EGR-SEXO           PIC X(01).
              02 EGR-TURMA          PIC X(03).
              02 EGR-MEDIA          PIC 9(02)V9.
              02 EGR-ANO-LETIVO     PIC 9(04).
              02 EGR-DATA-CONCLUSAO PIC 9(08).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-PARTE    PIC 9(01).
              02 TRAB-TURMA    PIC X(03).
              02 TRAB-NOME     PIC X(20).
              02 TRAB-NUMERO   PIC 9(05).
              02 TRAB-SITUACAO PIC X(11).
              02 TRAB-OUTRA    PIC X(12).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX115-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-PROGRESSAO PIC X(02).
       77 WS-STATUS-SITUACAO PIC X(02).
       77 WS-STATUS-CADATU PIC X(02).
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-MVTO-GERADO PIC X(02).
       77 WS-FIM-GERADO PIC 9(01) VALUE 0.
       77 WS-QTDE-GERADOS PIC 9(05) VALUE ZEROES.
       77 WS-HASH-GERADOS PIC 9(12) VALUE ZEROES.
       77 WS-STATUS-EGRESSOS PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-DATA-REF PIC 9(08) VALUE ZEROES.
       77 WS-ANO-LETIVO PIC 9(04) VALUE ZEROES.
       77 WS-ULTIMO-ANO PIC 9(04) VALUE ZEROES.
       77 WS-NOME-EGRESSOS PIC X(030) VALUE SPACES.
       77 WS-TOTAL-PROGRESSAO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-SITUACAO PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-SEXO PIC 9(04) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-IND-PRG PIC 9(02) VALUE ZEROES.
       77 WS-IND-SIT PIC 9(04) VALUE ZEROES.
       77 WS-SEXO-ACHADO PIC X(01) VALUE SPACES.
       77 WS-GRUPO-ANTERIOR PIC X(04) VALUE SPACES.
       77 WS-CT-ALUNOS-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PROMOVIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONCLUINTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-RETIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 TABELA-PROGRESSAO.
              02 WS-PRG-ENT OCCURS 50 TIMES.
                     03 WS-PRG-DE    PIC X(03).
                     03 WS-PRG-PARA  PIC X(03).
                     03 WS-PRG-FINAL PIC X(01).

       01 TABELA-SITUACAO.
              02 WS-SIT-ENT OCCURS 3000 TIMES.
                     03 WS-SIT-NUMERO PIC 9(05).
                     03 WS-SIT-MEDIA  PIC 9(02)V9.
                     03 WS-SIT-CODIGO PIC 9(01).

       01 TABELA-SEXO.
              02 WS-SXO-ENT OCCURS 3000 TIMES.
                     03 WS-SXO-NUMERO PIC 9(05).
                     03 WS-SXO-SEXO   PIC X(01).

       01 WS-DATA-ED.
          02 WS-DATA-ED-DIA PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-MES PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-ANO PIC 9999.

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(08) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "ROL DA TURMA ".
          02 CAB-02-TURMA PIC X(03).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-MOMENTO PIC X(06).
          02 FILLER    PIC X(25) VALUE " DA VIRADA DO ANO LETIVO ".
          02 CAB-02-ANO PIC 9(04).
          02 FILLER    PIC X(20) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "NUMERO".
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "NOME".
          02 FILLER   PIC X(18) VALUE SPACES.
          02 FILLER   PIC X(08) VALUE "SITUACAO".
          02 FILLER   PIC X(05) VALUE SPACES.
          02 CAB-03-COLUNA PIC X(07).
          02 FILLER   PIC X(26) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 NUMERO-DET   PIC 9(05).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 NOME-DET     PIC X(20).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 SIT-DET      PIC X(11).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 OUTRA-DET    PIC X(12).
          02 FILLER       PIC X(21) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(15) VALUE "TOTAL DA TURMA ".
          02 TURMA-SUBT   PIC X(03).
          02 FILLER       PIC X(02) VALUE ": ".
          02 ALUNOS-SUBT  PIC ZZZ9.
          02 FILLER       PIC X(07) VALUE " ALUNOS".
          02 FILLER       PIC X(45) VALUE SPACES.

       01 LINHA-ASSINATURA.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(30)
              VALUE "______________________________".
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(16) VALUE "DATA: __/__/____".
          02 FILLER       PIC X(26) VALUE SPACES.

       01 LINHA-VISTO.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(30)
              VALUE "     VISTO DA SECRETARIA      ".
          02 FILLER       PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA115 SECTION.

       PERFORM LE-PARAMETROS.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-PROGRESSAO
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-SITUACAO
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-SEXO
              SORT TRAB
                   ASCENDING KEY TRAB-PARTE
                   ASCENDING KEY TRAB-TURMA
                   ASCENDING KEY TRAB-NOME
                   ASCENDING KEY TRAB-NUMERO
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM REGISTRA-CATALOGO
              PERFORM GRAVA-CONTROLE
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       LE-PARAMETROS SECTION.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF.
              MOVE WS-DATA-REF (1:4) TO WS-ANO-LETIVO.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM EQUAL "00"
                     READ ARQ-PARM
                            NOT AT END
                            IF PRM-ANO-LETIVO NUMERIC
                               AND PRM-ANO-LETIVO NOT EQUAL ZEROES
                                   MOVE PRM-ANO-LETIVO TO WS-ANO-LETIVO
                            END-IF
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.
              OPEN INPUT ARQ-CTL-ENT.
              READ ARQ-CTL-ENT
                     AT END MOVE ZEROES TO WS-ULTIMO-ANO
                     NOT AT END
                     IF CTL-ENT-ANO-LETIVO NUMERIC
                            MOVE CTL-ENT-ANO-LETIVO TO WS-ULTIMO-ANO
                     END-IF
              END-READ.
              CLOSE ARQ-CTL-ENT.
              IF WS-ANO-LETIVO NOT GREATER WS-ULTIMO-ANO
                     DISPLAY "EX115 - ANO LETIVO " WS-ANO-LETIVO
                             " JA VIRADO (ULTIMO: " WS-ULTIMO-ANO ")"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.
              STRING "EGRESSOS-" DELIMITED BY SIZE
                     WS-ANO-LETIVO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-NOME-EGRESSOS
              END-STRING.

       CARREGA-PROGRESSAO SECTION.
              OPEN INPUT PROGRESSAO.
              IF WS-STATUS-PROGRESSAO NOT EQUAL "00"
                     DISPLAY "EX115 - ERRO AO ABRIR PROGRESSAO - FILE "
                             "STATUS " WS-STATUS-PROGRESSAO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ PROGRESSAO
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   PERFORM GUARDA-PROGRESSAO
                            END-READ
                     END-PERFORM
                     CLOSE PROGRESSAO
              END-IF.

       GUARDA-PROGRESSAO SECTION.
              IF WS-TOTAL-PROGRESSAO EQUAL 50
                     DISPLAY "EX115 - TABELA DE PROGRESSAO CHEIA (50)"
                             " - TURMA IGNORADA: " PRG-DE-TURMA
              ELSE
                     ADD 1 TO WS-TOTAL-PROGRESSAO
                     MOVE PRG-DE-TURMA TO
                          WS-PRG-DE (WS-TOTAL-PROGRESSAO)
                     MOVE PRG-PARA-TURMA TO
                          WS-PRG-PARA (WS-TOTAL-PROGRESSAO)
                     MOVE PRG-FINAL TO
                          WS-PRG-FINAL (WS-TOTAL-PROGRESSAO)
              END-IF.

       CARREGA-SITUACAO SECTION.
              OPEN INPUT SITUACAO.
              IF WS-STATUS-SITUACAO NOT EQUAL "00"
                     DISPLAY "EX115 - ERRO AO ABRIR EX109-SITUACAO - "
                             "FILE STATUS " WS-STATUS-SITUACAO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ SITUACAO
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   PERFORM GUARDA-SITUACAO
                            END-READ
                     END-PERFORM
                     CLOSE SITUACAO
              END-IF.

       GUARDA-SITUACAO SECTION.
              IF WS-TOTAL-SITUACAO EQUAL 3000
                     DISPLAY "EX115 - TABELA DE SITUACOES CHEIA (3000)"
                             " - ALUNO IGNORADO: " SIF-NUMERO
              ELSE
                     ADD 1 TO WS-TOTAL-SITUACAO
                     MOVE SIF-NUMERO TO
                          WS-SIT-NUMERO (WS-TOTAL-SITUACAO)
                     MOVE SIF-MEDIA TO
                          WS-SIT-MEDIA (WS-TOTAL-SITUACAO)
                     MOVE SIF-SITUACAO TO
                          WS-SIT-CODIGO (WS-TOTAL-SITUACAO)
              END-IF.

       CARREGA-SEXO SECTION.
              OPEN INPUT CADSEXO.
              MOVE 0 TO WS-FIM-TAB.
              PERFORM UNTIL WS-FIM-TAB EQUAL 1
                     READ CADSEXO
                            AT END MOVE 1 TO WS-FIM-TAB
                            NOT AT END
                            IF WS-TOTAL-SEXO LESS 3000
                                   ADD 1 TO WS-TOTAL-SEXO
                                   MOVE NUMERO-SEXO TO
                                        WS-SXO-NUMERO (WS-TOTAL-SEXO)
                                   MOVE SEXO-SEXO TO
                                        WS-SXO-SEXO (WS-TOTAL-SEXO)
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE CADSEXO.

       ROT-ENTRADA SECTION.
              OPEN INPUT CADATU.
              IF WS-STATUS-CADATU NOT EQUAL "00"
                     DISPLAY "EX115 - ERRO AO ABRIR CADATU - FILE "
                             "STATUS " WS-STATUS-CADATU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-SAIDAS
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     CLOSE CADATU MVTO-GERADO EGRESSOS REJ-COMUM
                     IF WS-QTDE-GERADOS GREATER ZEROES
                            PERFORM GRAVA-LOTE-MVTO
                     END-IF
              END-IF.

       ABRE-SAIDAS SECTION.
              OPEN OUTPUT MVTO-GERADO.
              OPEN EXTEND EGRESSOS.
              IF WS-STATUS-EGRESSOS NOT EQUAL "00"
                     OPEN OUTPUT EGRESSOS
              END-IF.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ CADATU
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
              IF REG-SAI (1:1) NOT EQUAL "H"
                     ADD 1 TO WS-CT-LIDOS
                     PERFORM DECIDE-ALUNO
              END-IF.
              PERFORM LEITURA-ENTRADA.

       DECIDE-ALUNO SECTION.
              PERFORM LOCALIZA-PROGRESSAO.
              PERFORM LOCALIZA-SITUACAO.
              MOVE 1 TO TRAB-PARTE.
              MOVE TURMA-SAI TO TRAB-TURMA.
              MOVE NOME-SAI TO TRAB-NOME.
              MOVE NUMERO-SAI TO TRAB-NUMERO.
              IF WS-IND-SIT EQUAL ZEROES
                     MOVE "SEM NOTAS" TO TRAB-SITUACAO
              ELSE
              IF WS-SIT-CODIGO (WS-IND-SIT) EQUAL 1
                     MOVE "APROVADO" TO TRAB-SITUACAO
              ELSE
              IF WS-SIT-CODIGO (WS-IND-SIT) EQUAL 2
                     MOVE "RECUPERACAO" TO TRAB-SITUACAO
              ELSE
                     MOVE "REPROVADO" TO TRAB-SITUACAO
              END-IF
              END-IF
              END-IF.
              IF WS-IND-PRG EQUAL ZEROES
                     PERFORM REJEITA-SEM-PROGRESSAO
                     PERFORM MANTEM-PENDENTE
              ELSE
              IF WS-IND-SIT EQUAL ZEROES
                     PERFORM MANTEM-PENDENTE
              ELSE
              IF WS-SIT-CODIGO (WS-IND-SIT) EQUAL 1
                     IF WS-PRG-FINAL (WS-IND-PRG) EQUAL "S"
                            PERFORM CONCLUI-ALUNO
                     ELSE
                            PERFORM PROMOVE-ALUNO
                     END-IF
              ELSE
              IF WS-SIT-CODIGO (WS-IND-SIT) EQUAL 3
                     PERFORM RETEM-ALUNO
              ELSE
                     PERFORM MANTEM-PENDENTE
              END-IF
              END-IF
              END-IF
              END-IF.

       LOCALIZA-PROGRESSAO SECTION.
              MOVE ZEROES TO WS-IND-PRG.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PROGRESSAO
                      OR WS-IND-PRG GREATER ZEROES
                      IF WS-PRG-DE (WS-IND) EQUAL TURMA-SAI
                             MOVE WS-IND TO WS-IND-PRG
                      END-IF
              END-PERFORM.

       LOCALIZA-SITUACAO SECTION.
              MOVE ZEROES TO WS-IND-SIT.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-SITUACAO
                      OR WS-IND-SIT GREATER ZEROES
                      IF WS-SIT-NUMERO (WS-IND) EQUAL NUMERO-SAI
                             MOVE WS-IND TO WS-IND-SIT
                      END-IF
              END-PERFORM.

       LOCALIZA-SEXO SECTION.
              MOVE SPACES TO WS-SEXO-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-SEXO
                      OR WS-SEXO-ACHADO NOT EQUAL SPACES
                      IF WS-SXO-NUMERO (WS-IND) EQUAL NUMERO-SAI
                             MOVE WS-SXO-SEXO (WS-IND) TO
                                  WS-SEXO-ACHADO
                      END-IF
              END-PERFORM.

       PROMOVE-ALUNO SECTION.
              ADD 1 TO WS-CT-PROMOVIDOS.
              MOVE NUMERO-SAI TO MVA-NUMERO.
              MOVE "U" TO MVA-TIPO.
              MOVE SPACES TO MVA-NOME.
              MOVE ZEROES TO MVA-NASC.
              MOVE WS-PRG-PARA (WS-IND-PRG) TO MVA-TURMA.
              PERFORM GRAVA-MVTO-GERADO.
              MOVE SPACES TO TRAB-OUTRA.
              STRING "VAI PARA " DELIMITED BY SIZE
                     WS-PRG-PARA (WS-IND-PRG) DELIMITED BY SIZE
                     INTO TRAB-OUTRA
              END-STRING.
              RELEASE REG-TRAB.
              MOVE 2 TO TRAB-PARTE.
              MOVE WS-PRG-PARA (WS-IND-PRG) TO TRAB-TURMA.
              MOVE SPACES TO TRAB-OUTRA.
              STRING "VEIO DE " DELIMITED BY SIZE
                     TURMA-SAI DELIMITED BY SIZE
                     INTO TRAB-OUTRA
              END-STRING.
              RELEASE REG-TRAB.

       CONCLUI-ALUNO SECTION.
              ADD 1 TO WS-CT-CONCLUINTES.
              PERFORM LOCALIZA-SEXO.
              MOVE NUMERO-SAI TO EGR-NUMERO.
              MOVE NOME-SAI TO EGR-NOME.
              MOVE DATA-NASCIMENTO-SAI TO EGR-NASC.
              MOVE WS-SEXO-ACHADO TO EGR-SEXO.
              MOVE TURMA-SAI TO EGR-TURMA.
              MOVE WS-SIT-MEDIA (WS-IND-SIT) TO EGR-MEDIA.
              MOVE WS-ANO-LETIVO TO EGR-ANO-LETIVO.
              MOVE WS-DATA-REF TO EGR-DATA-CONCLUSAO.
              WRITE REG-EGRESSO.
              MOVE NUMERO-SAI TO MVA-NUMERO.
              MOVE "F" TO MVA-TIPO.
              MOVE SPACES TO MVA-NOME.
              MOVE ZEROES TO MVA-NASC.
              MOVE SPACES TO MVA-TURMA.
              PERFORM GRAVA-MVTO-GERADO.
              MOVE "CONCLUIU" TO TRAB-OUTRA.
              RELEASE REG-TRAB.

       RETEM-ALUNO SECTION.
              ADD 1 TO WS-CT-RETIDOS.
              MOVE "RETIDO" TO TRAB-OUTRA.
              RELEASE REG-TRAB.
              MOVE 2 TO TRAB-PARTE.
              RELEASE REG-TRAB.

       MANTEM-PENDENTE SECTION.
              ADD 1 TO WS-CT-PENDENTES.
              MOVE "PENDENTE" TO TRAB-OUTRA.
              RELEASE REG-TRAB.
              MOVE 2 TO TRAB-PARTE.
              RELEASE REG-TRAB.

       REJEITA-SEM-PROGRESSAO SECTION.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX115" TO REJ-PROGRAMA.
              MOVE NUMERO-SAI TO REJ-CHAVE.
              MOVE "TURMA SEM PROGRESSAO" TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT RELAT
                     MOVE WS-ANO-LETIVO TO CAB-02-ANO
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
                     CLOSE RELAT
              END-IF.

       ESVAZIA-TRAB SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              PERFORM IMPRESSAO-SAIDA.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF REG-TRAB (1:4) NOT EQUAL WS-GRUPO-ANTERIOR
                     IF WS-GRUPO-ANTERIOR NOT EQUAL SPACES
                            PERFORM SUBTOTAL-TURMA-SAIDA
                     END-IF
                     MOVE REG-TRAB (1:4) TO WS-GRUPO-ANTERIOR
                     MOVE TRAB-TURMA TO CAB-02-TURMA
                     IF TRAB-PARTE EQUAL 1
                            MOVE "ANTES" TO CAB-02-MOMENTO
                            MOVE "DESTINO" TO CAB-03-COLUNA
                     ELSE
                            MOVE "DEPOIS" TO CAB-02-MOMENTO
                            MOVE "ORIGEM" TO CAB-03-COLUNA
                     END-IF
                     MOVE 25 TO CT-LIN
              END-IF.

       IMPRESSAO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              PERFORM DETALHE-SAIDA.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA SECTION.
              MOVE TRAB-NUMERO TO NUMERO-DET.
              MOVE TRAB-NOME TO NOME-DET.
              MOVE TRAB-SITUACAO TO SIT-DET.
              MOVE TRAB-OUTRA TO OUTRA-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-ALUNOS-TURMA.

       SUBTOTAL-TURMA-SAIDA SECTION.
              MOVE WS-GRUPO-ANTERIOR (2:3) TO TURMA-SUBT.
              MOVE WS-CT-ALUNOS-TURMA TO ALUNOS-SUBT.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-REL FROM LINHA-VISTO
                    AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO WS-CT-ALUNOS-TURMA.

       FIM-SAIDA SECTION.
              IF WS-GRUPO-ANTERIOR NOT EQUAL SPACES
                     PERFORM SUBTOTAL-TURMA-SAIDA
              END-IF.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "VIRADA DO ANO" TO CAT-NOME.
              MOVE "EX115" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-DATA-REF TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX115-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       GRAVA-CONTROLE SECTION.
              OPEN OUTPUT ARQ-CTL-SAI.
              MOVE WS-ANO-LETIVO TO CTL-SAI-ANO-LETIVO.
              MOVE WS-DATA-REF TO CTL-SAI-DATA.
              WRITE REG-CTL-SAI.
              CLOSE ARQ-CTL-SAI.

       GRAVA-MVTO-GERADO SECTION.
              WRITE REG-MVTO-GERADO.
              ADD 1 TO WS-QTDE-GERADOS.
              ADD MVA-NUMERO TO WS-HASH-GERADOS.

      *    OS MOVIMENTOS GERADOS FICAM EM EX115-MVTO.DAT ATE O FIM
      *    DA VIRADA; SO ENTAO, COM A QUANTIDADE E O HASH DOS
      *    NUMEROS CONHECIDOS, SAO ACRESCENTADOS A MVTO-ALU.DAT
      *    ATRAS DO SEU CABECALHO DE LOTE, CONFERIDO POR EX64 COMO
      *    QUALQUER LOTE DIGITADO.
       GRAVA-LOTE-MVTO SECTION.
              OPEN EXTEND MVTO-ALU.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     OPEN OUTPUT MVTO-ALU
              END-IF.
              MOVE "*LOTE" TO LTD-MARCA.
              MOVE WS-ANO-LETIVO TO LTD-NUMERO.
              MOVE "EX115" TO LTD-OPERADOR.
              MOVE WS-QTDE-GERADOS TO LTD-QTDE-DOCS.
              MOVE WS-HASH-GERADOS TO LTD-HASH-CHAVE.
              MOVE ZEROES TO LTD-HASH-VALOR.
              WRITE REG-LOTE-DIG.
              OPEN INPUT MVTO-GERADO.
              MOVE 0 TO WS-FIM-GERADO.
              PERFORM UNTIL WS-FIM-GERADO EQUAL 1
                     READ MVTO-GERADO
                            AT END MOVE 1 TO WS-FIM-GERADO
                            NOT AT END
                            WRITE REG-MVTO-ALU FROM REG-MVTO-GERADO
                     END-READ
              END-PERFORM.
              CLOSE MVTO-GERADO MVTO-ALU.

       RESUMO-FINAL SECTION.
              DISPLAY "EX115 - RESUMO DA VIRADA DO ANO LETIVO "
                      WS-ANO-LETIVO.
              DISPLAY "ALUNOS LIDOS            : " WS-CT-LIDOS.
              DISPLAY "PROMOVIDOS (MVTO U)     : " WS-CT-PROMOVIDOS.
              DISPLAY "CONCLUINTES (MVTO F)    : " WS-CT-CONCLUINTES.
              DISPLAY "RETIDOS                 : " WS-CT-RETIDOS.
              DISPLAY "PENDENTES               : " WS-CT-PENDENTES.
              DISPLAY "TURMA SEM PROGRESSAO    : " WS-CT-REJEITADOS.
