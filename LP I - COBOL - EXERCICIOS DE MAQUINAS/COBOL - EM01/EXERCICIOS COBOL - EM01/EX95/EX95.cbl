       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX95.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MANUTENCAO EM LOTE DO CADASTRO DE RATEIO DE CUSTO
      *          CADRAT.DAT (LAYOUT EM CADRAT.CPY), NO MESMO MOLDE DE
      *          EX90 E EX93, MAS POR CONJUNTO: AS LINHAS SEGUIDAS DE
      *          MVTO-RAT.DAT COM A MESMA MATRICULA, O MESMO CODIGO
      *          DE TRANSACAO E O MESMO INICIO DE VIGENCIA (AAAAMMDD)
      *          FORMAM UM CONJUNTO, UMA LINHA POR DEPARTAMENTO COM O
      *          SEU PERCENTUAL. "A" INCLUI O CONJUNTO DA VIGENCIA,
      *          "U" SUBSTITUI O CONJUNTO INTEIRO JA EXISTENTE E "D"
      *          EXCLUI O CONJUNTO (BASTA UMA LINHA, DEPTO E
      *          PERCENTUAL SAO IGNORADOS). A MATRICULA PRECISA ESTAR
      *          EM CADFUN.DAT, A VIGENCIA TEM DE SER DATA VALIDA,
      *          CADA DEPARTAMENTO TEM DE EXISTIR EM DEPTOS.DAT (SE A
      *          TABELA ESTIVER AUSENTE NAO E VALIDADO, COMO EM EX08)
      *          E APARECER UMA VEZ SO, CADA PERCENTUAL TEM DE SER
      *          MAIOR QUE ZERO, O CONJUNTO NAO PASSA DE 10
      *          DEPARTAMENTOS E OS PERCENTUAIS TEM DE SOMAR
      *          EXATAMENTE 100. QUALQUER ERRO REJEITA O CONJUNTO
      *          INTEIRO, PARA NUNCA FICAR NO CADASTRO UM RATEIO PELA
      *          METADE. CADA LINHA APLICADA VAI PARA REL-ALT-RAT.DAT
      *          E O CONJUNTO INVALIDO PARA REJ-COMUM.DAT
      *          (REJ-PROGRAMA "EX95", STATUS "A").
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MVTO-RAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADRAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RAT-CHAVE
              FILE STATUS IS WS-STATUS-CADRAT.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REL-ALT-RAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MVTO-RAT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-RAT.DAT".

       01 REG-MVTO-RAT.
              02 MAT-MVTO-RAT       PIC 9(05).
              02 TIPO-MVTO-RAT      PIC X(01).
              02 VIG-MVTO-RAT       PIC 9(08).
              02 VIG-MVTO-RAT-R REDEFINES VIG-MVTO-RAT.
                     03 ANO-VIG-MVTO-RAT PIC 9(04).
                     03 MES-VIG-MVTO-RAT PIC 9(02).
                     03 DIA-VIG-MVTO-RAT PIC 9(02).
              02 DEPTO-MVTO-RAT     PIC X(04).
              02 PERC-MVTO-RAT      PIC X(05).

       FD CADRAT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADRAT.DAT".

       01 REG-RAT.
              COPY CADRAT.

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD ARQ-DEPTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DEPTOS.DAT".

       01 REG-DEPTO.
              02 DEPTO-COD       PIC X(04).
              02 DEPTO-DESCR     PIC X(20).
              02 DEPTO-ORCAMENTO PIC 9(9)V99.
              02 DEPTO-HEADCOUNT PIC 9(05).

       FD REL-ALT-RAT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-ALT-RAT.DAT".

       01 REG-REL-ALT-RAT.
              02 MAT-REL-RAT       PIC 9(05).
              02 NOME-REL-RAT      PIC X(20).
              02 ACAO-REL-RAT      PIC X(20).
              02 VIG-REL-RAT       PIC X(08).
              02 DEPTO-REL-RAT     PIC X(04).
              02 PERC-REL-RAT      PIC X(05).
              02 PERC-REL-RAT-N REDEFINES PERC-REL-RAT
                                   PIC 9(03)V99.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADRAT PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-FIM-CONJUNTO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-NOME-FUNC PIC X(20) VALUE SPACES.
       77 WS-FIM-DEPTOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-IND-DEPTO PIC 9(02) VALUE ZEROES.
       77 WS-DEPTO-VALIDO PIC X(03) VALUE "NAO".
       77 WS-QTDE-LINHAS PIC 9(03) VALUE ZEROES.
       77 WS-QTDE-CJ PIC 9(02) VALUE ZEROES.
       77 WS-IND-CJ PIC 9(02) VALUE ZEROES.
       77 WS-IND-AUX PIC 9(02) VALUE ZEROES.
       77 WS-SOMA-PERCENTUAL PIC 9(05)V99 VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONJUNTOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 WS-GRUPO.
              02 WS-GRP-MATRICULA PIC 9(05).
              02 WS-GRP-TIPO      PIC X(01).
              02 WS-GRP-VIGENCIA  PIC 9(08).

       01 TABELA-DEPTOS.
              02 WS-DEPTO-TAB OCCURS 50 TIMES PIC X(04).

       01 TABELA-CONJUNTO.
              02 WS-CJ OCCURS 10 TIMES.
                     03 WS-CJ-DEPTO   PIC X(04).
                     03 WS-CJ-PERC-X  PIC X(05).
                     03 WS-CJ-PERC REDEFINES WS-CJ-PERC-X
                                      PIC 9(03)V99.

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA95.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM CARREGA-DEPTOS.
              OPEN INPUT MVTO-RAT CADFUN
                   I-O CADRAT
                   OUTPUT REL-ALT-RAT.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX95 - ERRO AO ABRIR MVTO-RAT - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX95 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADRAT NOT EQUAL "00"
                     PERFORM CRIA-CADRAT
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF
              END-IF.

       CRIA-CADRAT.
              DISPLAY "EX95 - CADRAT.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADRAT.
              CLOSE CADRAT.
              OPEN I-O CADRAT.
              IF WS-STATUS-CADRAT NOT EQUAL "00"
                     DISPLAY "EX95 - ERRO AO ABRIR CADRAT - FILE "
                             "STATUS " WS-STATUS-CADRAT
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              PERFORM UNTIL WS-FIM-DEPTOS EQUAL 1
                     READ ARQ-DEPTOS
                            AT END MOVE 1 TO WS-FIM-DEPTOS
                            NOT AT END
                            PERFORM GUARDA-DEPTO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-DEPTOS.
              IF WS-TOTAL-DEPTOS EQUAL ZEROES
                     DISPLAY "EX95 - ATENCAO: DEPTOS.DAT AUSENTE OU "
                             "VAZIO - DEPTO NAO SERA VALIDADO"
              END-IF.

       GUARDA-DEPTO.
              IF WS-TOTAL-DEPTOS EQUAL 50
                     DISPLAY "EX95 - TABELA DE DEPARTAMENTOS CHEIA "
                             "(50) - DEPTO IGNORADO: " DEPTO-COD
              ELSE
                     ADD 1 TO WS-TOTAL-DEPTOS
                     MOVE DEPTO-COD TO
                          WS-DEPTO-TAB (WS-TOTAL-DEPTOS)
              END-IF.

       VERIFICA-FIM.
              READ MVTO-RAT
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL.
              MOVE REG-MVTO-RAT (1:14) TO WS-GRUPO.
              MOVE ZEROES TO WS-QTDE-LINHAS WS-QTDE-CJ.
              PERFORM ACUMULA-LINHA
                      UNTIL FIM-ARQ EQUAL 1
                      OR REG-MVTO-RAT (1:14) NOT EQUAL WS-GRUPO.
              ADD 1 TO WS-CT-CONJUNTOS.
              PERFORM PROCESSA-CONJUNTO.

       ACUMULA-LINHA.
              ADD 1 TO WS-QTDE-LINHAS.
              IF WS-QTDE-CJ LESS 10
                     ADD 1 TO WS-QTDE-CJ
                     MOVE DEPTO-MVTO-RAT TO WS-CJ-DEPTO (WS-QTDE-CJ)
                     MOVE PERC-MVTO-RAT TO WS-CJ-PERC-X (WS-QTDE-CJ)
              END-IF.
              PERFORM VERIFICA-FIM.

       LOCALIZA-FUNCIONARIO.
              MOVE WS-GRP-MATRICULA TO CODIGO.
              READ CADFUN
                     INVALID KEY
                     MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
                     NOT INVALID KEY
                     MOVE NOME TO WS-NOME-FUNC
              END-READ.

      *    POSICIONA NO PRIMEIRO REGISTRO DA MATRICULA/VIGENCIA DO
      *    CONJUNTO; WS-ENCONTRADO DIZ SE ELE JA EXISTE NO CADASTRO.
       POSICIONA-CONJUNTO.
              MOVE "NAO" TO WS-ENCONTRADO.
              MOVE WS-GRP-MATRICULA TO RAT-MATRICULA.
              MOVE WS-GRP-VIGENCIA TO RAT-VIGENCIA.
              MOVE LOW-VALUES TO RAT-DEPTO.
              START CADRAT KEY NOT LESS RAT-CHAVE
                     INVALID KEY
                     MOVE "SIM" TO WS-FIM-CONJUNTO
                     NOT INVALID KEY
                     MOVE "NAO" TO WS-FIM-CONJUNTO
                     PERFORM LE-PROXIMO-RATEIO
              END-START.
              IF WS-FIM-CONJUNTO EQUAL "NAO"
                     MOVE "SIM" TO WS-ENCONTRADO
              END-IF.

       LE-PROXIMO-RATEIO.
              READ CADRAT NEXT RECORD
                     AT END MOVE "SIM" TO WS-FIM-CONJUNTO
                     NOT AT END
                     IF RAT-MATRICULA NOT EQUAL WS-GRP-MATRICULA
                        OR RAT-VIGENCIA NOT EQUAL WS-GRP-VIGENCIA
                            MOVE "SIM" TO WS-FIM-CONJUNTO
                     END-IF
              END-READ.

       VALIDA-CONJUNTO.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF WS-MOTIVO EQUAL SPACES
                     MOVE "V" TO DAT-FUNCAO
                     MOVE WS-GRP-VIGENCIA (7:2) TO DAT-DIA
                     MOVE WS-GRP-VIGENCIA (5:2) TO DAT-MES
                     MOVE WS-GRP-VIGENCIA (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     IF DAT-RETORNO NOT EQUAL "0"
                            MOVE "VIGENCIA INVALIDA" TO WS-MOTIVO
                     ELSE
                     IF WS-QTDE-LINHAS GREATER 10
                            MOVE "MAIS DE 10 DEPTOS" TO WS-MOTIVO
                     END-IF
                     END-IF
              END-IF.
              IF WS-MOTIVO EQUAL SPACES
                     MOVE ZEROES TO WS-SOMA-PERCENTUAL
                     PERFORM VALIDA-ITEM
                             VARYING WS-IND-CJ FROM 1 BY 1
                             UNTIL WS-IND-CJ GREATER WS-QTDE-CJ
                             OR WS-MOTIVO NOT EQUAL SPACES
              END-IF.
              IF WS-MOTIVO EQUAL SPACES
                 AND WS-SOMA-PERCENTUAL NOT EQUAL 100
                     MOVE "SOMA NAO DA 100%" TO WS-MOTIVO
              END-IF.

       VALIDA-ITEM.
              PERFORM VALIDA-DEPTO.
              IF WS-DEPTO-VALIDO EQUAL "NAO"
                     MOVE "DEPTO INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF WS-CJ-PERC-X (WS-IND-CJ) NOT NUMERIC
                     MOVE "PERCENTUAL INVALIDO" TO WS-MOTIVO
              ELSE
              IF WS-CJ-PERC (WS-IND-CJ) EQUAL ZEROES
                 OR WS-CJ-PERC (WS-IND-CJ) GREATER 100
                     MOVE "PERCENTUAL INVALIDO" TO WS-MOTIVO
              ELSE
                     ADD WS-CJ-PERC (WS-IND-CJ) TO WS-SOMA-PERCENTUAL
                     PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                             UNTIL WS-IND-AUX NOT LESS WS-IND-CJ
                             IF WS-CJ-DEPTO (WS-IND-AUX) EQUAL
                                WS-CJ-DEPTO (WS-IND-CJ)
                                    MOVE "DEPTO REPETIDO" TO WS-MOTIVO
                             END-IF
                     END-PERFORM
              END-IF
              END-IF
              END-IF.

       VALIDA-DEPTO.
              IF WS-CJ-DEPTO (WS-IND-CJ) EQUAL SPACES
                     MOVE "NAO" TO WS-DEPTO-VALIDO
              ELSE
              IF WS-TOTAL-DEPTOS EQUAL ZEROES
                     MOVE "SIM" TO WS-DEPTO-VALIDO
              ELSE
                     MOVE "NAO" TO WS-DEPTO-VALIDO
                     PERFORM VARYING WS-IND-DEPTO FROM 1 BY 1
                             UNTIL WS-IND-DEPTO GREATER WS-TOTAL-DEPTOS
                             IF WS-CJ-DEPTO (WS-IND-CJ) EQUAL
                                WS-DEPTO-TAB (WS-IND-DEPTO)
                                    MOVE "SIM" TO WS-DEPTO-VALIDO
                             END-IF
                     END-PERFORM
              END-IF
              END-IF.

       GRAVA-REL-ALT.
              MOVE WS-GRP-MATRICULA TO MAT-REL-RAT.
              MOVE WS-NOME-FUNC TO NOME-REL-RAT.
              MOVE WS-GRP-VIGENCIA TO VIG-REL-RAT.
              WRITE REG-REL-ALT-RAT.

       GRAVA-CONJUNTO.
              PERFORM GRAVA-ITEM
                      VARYING WS-IND-CJ FROM 1 BY 1
                      UNTIL WS-IND-CJ GREATER WS-QTDE-CJ.

       GRAVA-ITEM.
              MOVE WS-GRP-MATRICULA TO RAT-MATRICULA.
              MOVE WS-GRP-VIGENCIA TO RAT-VIGENCIA.
              MOVE WS-CJ-DEPTO (WS-IND-CJ) TO RAT-DEPTO.
              MOVE WS-CJ-PERC (WS-IND-CJ) TO RAT-PERCENTUAL.
              MOVE FUNCTION CURRENT-DATE (1:8) TO RAT-DATA-ATUALIZ.
              WRITE REG-RAT.
              MOVE RAT-DEPTO TO DEPTO-REL-RAT.
              MOVE WS-CJ-PERC-X (WS-IND-CJ) TO PERC-REL-RAT.
              PERFORM GRAVA-REL-ALT.

      *    APAGA O CONJUNTO JA POSICIONADO POR POSICIONA-CONJUNTO,
      *    REGISTRO A REGISTRO, ATE MUDAR A MATRICULA OU A VIGENCIA.
       APAGA-CONJUNTO.
              PERFORM UNTIL WS-FIM-CONJUNTO EQUAL "SIM"
                     MOVE RAT-DEPTO TO DEPTO-REL-RAT
                     MOVE RAT-PERCENTUAL TO PERC-REL-RAT-N
                     DELETE CADRAT
                     MOVE "EXCLUIDO" TO ACAO-REL-RAT
                     PERFORM GRAVA-REL-ALT
                     PERFORM LE-PROXIMO-RATEIO
              END-PERFORM.

       INCLUI.
              IF WS-ENCONTRADO EQUAL "SIM"
                     MOVE "JA EXISTE" TO WS-MOTIVO
                     PERFORM REJEITA-CONJUNTO
              ELSE
                     PERFORM VALIDA-CONJUNTO
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-CONJUNTO
                     ELSE
                            MOVE "INCLUIDO" TO ACAO-REL-RAT
                            PERFORM GRAVA-CONJUNTO
                            ADD 1 TO WS-CT-INCLUIDOS
                     END-IF
              END-IF.

       ALTERA.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-CONJUNTO
              ELSE
                     PERFORM VALIDA-CONJUNTO
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-CONJUNTO
                     ELSE
                            PERFORM POSICIONA-CONJUNTO
                            PERFORM APAGA-CONJUNTO
                            MOVE "ALTERADO" TO ACAO-REL-RAT
                            PERFORM GRAVA-CONJUNTO
                            ADD 1 TO WS-CT-ALTERADOS
                     END-IF
              END-IF.

       EXCLUI.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-CONJUNTO
              ELSE
                     PERFORM APAGA-CONJUNTO
                     ADD 1 TO WS-CT-EXCLUIDOS
              END-IF.

       REJEITA-CONJUNTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX95" TO REJ-PROGRAMA.
              MOVE WS-GRP-MATRICULA TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              MOVE WS-MOTIVO TO ACAO-REL-RAT.
              PERFORM MOSTRA-REJEITADO
                      VARYING WS-IND-CJ FROM 1 BY 1
                      UNTIL WS-IND-CJ GREATER WS-QTDE-CJ.
              DISPLAY "EX95 - CONJUNTO REJEITADO: MATRICULA "
                      WS-GRP-MATRICULA " VIGENCIA " WS-GRP-VIGENCIA
                      " - " WS-MOTIVO.

       MOSTRA-REJEITADO.
              MOVE WS-CJ-DEPTO (WS-IND-CJ) TO DEPTO-REL-RAT.
              MOVE WS-CJ-PERC-X (WS-IND-CJ) TO PERC-REL-RAT.
              PERFORM GRAVA-REL-ALT.

       PROCESSA-CONJUNTO.
              MOVE SPACES TO WS-MOTIVO WS-NOME-FUNC.
              PERFORM POSICIONA-CONJUNTO.
              IF WS-GRP-TIPO EQUAL "A"
                     PERFORM INCLUI
              ELSE
              IF WS-GRP-TIPO EQUAL "U"
                     PERFORM ALTERA
              ELSE
              IF WS-GRP-TIPO EQUAL "D"
                     PERFORM LOCALIZA-FUNCIONARIO
                     MOVE SPACES TO WS-MOTIVO
                     PERFORM EXCLUI
              ELSE
                     MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
                     PERFORM REJEITA-CONJUNTO
              END-IF
              END-IF
              END-IF.

       RESUMO-FINAL.
              DISPLAY "EX95 - RESUMO DA MANUTENCAO DE CADRAT".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "CONJUNTOS LIDOS    : " WS-CT-CONJUNTOS.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-RAT CADFUN CADRAT REL-ALT-RAT REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
