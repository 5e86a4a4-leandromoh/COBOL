       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX90.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MANUTENCAO EM LOTE DO CADASTRO DE AFASTAMENTOS
      *          CADAFA.DAT (LAYOUT EM CADAFA.CPY), NO MESMO MOLDE DE
      *          EX45 E EX86: CADA MOVIMENTO DE MVTO-AFA.DAT TRAZ
      *          MATRICULA, CODIGO DE TRANSACAO ("A" = INCLUSAO,
      *          "U" = ALTERACAO DO TIPO OU DO RETORNO PREVISTO -
      *          PRORROGACAO OU VOLTA ANTECIPADA, "D" = EXCLUSAO DE
      *          LANCAMENTO INDEVIDO), A DATA DE INICIO DDMMAAAA (QUE
      *          COM A MATRICULA IDENTIFICA O AFASTAMENTO), O TIPO
      *          ("D" DOENCA, "A" ACIDENTE DO TRABALHO, "M"
      *          MATERNIDADE, "S" SEM VENCIMENTOS) E A DATA PREVISTA
      *          DE RETORNO DDMMAAAA (ZEROS = SEM PREVISAO). A
      *          MATRICULA PRECISA ESTAR EM CADFUN.DAT, AS DATAS SAO
      *          VALIDADAS POR DATSRV E O RETORNO TEM DE SER
      *          POSTERIOR AO INICIO. NO CADASTRO AS DATAS FICAM EM
      *          AAAAMMDD. CADA MOVIMENTO APLICADO VAI PARA
      *          REL-ALT-AFA.DAT E OS INVALIDOS PARA REJ-COMUM.DAT
      *          (REJ-PROGRAMA "EX90", STATUS "A"). AS REGRAS DE CADA
      *          TIPO SOBRE A FOLHA FICAM NO SUBPROGRAMA AFASRV.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MVTO-AFA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADAFA ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AFA-CHAVE
              FILE STATUS IS WS-STATUS-CADAFA.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT REL-ALT-AFA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MVTO-AFA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-AFA.DAT".

       01 REG-MVTO-AFA.
              02 MAT-MVTO-AFA     PIC 9(05).
              02 TIPO-MVTO-AFA    PIC X(01).
              02 INICIO-MVTO-AFA.
                     03 DD-INI-MVTO-AFA   PIC 9(02).
                     03 MM-INI-MVTO-AFA   PIC 9(02).
                     03 AAAA-INI-MVTO-AFA PIC 9(04).
              02 AFAST-MVTO-AFA   PIC X(01).
              02 RETORNO-MVTO-AFA.
                     03 DD-RET-MVTO-AFA   PIC 9(02).
                     03 MM-RET-MVTO-AFA   PIC 9(02).
                     03 AAAA-RET-MVTO-AFA PIC 9(04).

       FD CADAFA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADAFA.DAT".

       01 REG-AFA.
              COPY CADAFA.

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

       FD REL-ALT-AFA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-ALT-AFA.DAT".

       01 REG-REL-ALT-AFA.
              02 MAT-REL-AFA     PIC 9(05).
              02 NOME-REL-AFA    PIC X(20).
              02 ACAO-REL-AFA    PIC X(20).
              02 TIPO-REL-AFA    PIC X(01).
              02 INICIO-REL-AFA  PIC 9(08).
              02 RETORNO-REL-AFA PIC 9(08).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADAFA PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-NOME-FUNC PIC X(20) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 WS-INICIO-AFA.
              02 WS-INI-AAAA PIC 9(04).
              02 WS-INI-MM   PIC 9(02).
              02 WS-INI-DD   PIC 9(02).

       01 WS-INICIO-AFA-NUM REDEFINES WS-INICIO-AFA PIC 9(08).

       01 WS-RETORNO-AFA.
              02 WS-RET-AAAA PIC 9(04).
              02 WS-RET-MM   PIC 9(02).
              02 WS-RET-DD   PIC 9(02).

       01 WS-RETORNO-AFA-NUM REDEFINES WS-RETORNO-AFA PIC 9(08).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA90.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              OPEN INPUT MVTO-AFA CADFUN
                   I-O CADAFA
                   OUTPUT REL-ALT-AFA.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX90 - ERRO AO ABRIR MVTO-AFA - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX90 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADAFA NOT EQUAL "00"
                     PERFORM CRIA-CADAFA
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF
              END-IF.

       CRIA-CADAFA.
              DISPLAY "EX90 - CADAFA.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADAFA.
              CLOSE CADAFA.
              OPEN I-O CADAFA.
              IF WS-STATUS-CADAFA NOT EQUAL "00"
                     DISPLAY "EX90 - ERRO AO ABRIR CADAFA - FILE "
                             "STATUS " WS-STATUS-CADAFA
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

       VERIFICA-FIM.
              READ MVTO-AFA
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       CONVERTE-DATAS.
              MOVE ZEROES TO WS-INICIO-AFA-NUM WS-RETORNO-AFA-NUM.
              IF INICIO-MVTO-AFA IS NUMERIC
                     MOVE AAAA-INI-MVTO-AFA TO WS-INI-AAAA
                     MOVE MM-INI-MVTO-AFA TO WS-INI-MM
                     MOVE DD-INI-MVTO-AFA TO WS-INI-DD
              END-IF.
              IF RETORNO-MVTO-AFA IS NUMERIC
                     MOVE AAAA-RET-MVTO-AFA TO WS-RET-AAAA
                     MOVE MM-RET-MVTO-AFA TO WS-RET-MM
                     MOVE DD-RET-MVTO-AFA TO WS-RET-DD
              END-IF.

       LOCALIZA-AFASTAMENTO.
              MOVE MAT-MVTO-AFA TO AFA-MATRICULA.
              MOVE WS-INICIO-AFA-NUM TO AFA-INICIO.
              READ CADAFA
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       LOCALIZA-FUNCIONARIO.
              MOVE MAT-MVTO-AFA TO CODIGO.
              READ CADFUN
                     INVALID KEY
                     MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
                     NOT INVALID KEY
                     MOVE NOME TO WS-NOME-FUNC
              END-READ.

       VALIDA-INICIO.
              MOVE "1" TO DAT-RETORNO.
              IF INICIO-MVTO-AFA IS NUMERIC
                     MOVE "V" TO DAT-FUNCAO
                     MOVE DD-INI-MVTO-AFA TO DAT-DIA
                     MOVE MM-INI-MVTO-AFA TO DAT-MES
                     MOVE AAAA-INI-MVTO-AFA TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
              END-IF.
              IF DAT-RETORNO NOT EQUAL "0"
                     MOVE "INICIO INVALIDO" TO WS-MOTIVO
              END-IF.

       VALIDA-DADOS.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF WS-MOTIVO EQUAL SPACES
                     IF AFAST-MVTO-AFA NOT EQUAL "D"
                        AND AFAST-MVTO-AFA NOT EQUAL "A"
                        AND AFAST-MVTO-AFA NOT EQUAL "M"
                        AND AFAST-MVTO-AFA NOT EQUAL "S"
                            MOVE "TIPO AFASTAM INVALIDO" TO WS-MOTIVO
                     ELSE
                            PERFORM VALIDA-RETORNO
                     END-IF
              END-IF.

       VALIDA-RETORNO.
              IF RETORNO-MVTO-AFA NOT NUMERIC
                     MOVE "RETORNO INVALIDO" TO WS-MOTIVO
              ELSE
              IF WS-RETORNO-AFA-NUM NOT EQUAL ZEROES
                     MOVE "V" TO DAT-FUNCAO
                     MOVE DD-RET-MVTO-AFA TO DAT-DIA
                     MOVE MM-RET-MVTO-AFA TO DAT-MES
                     MOVE AAAA-RET-MVTO-AFA TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     IF DAT-RETORNO NOT EQUAL "0"
                            MOVE "RETORNO INVALIDO" TO WS-MOTIVO
                     ELSE
                     IF WS-RETORNO-AFA-NUM NOT GREATER
                        WS-INICIO-AFA-NUM
                            MOVE "RETORNO ANTES INICIO" TO WS-MOTIVO
                     END-IF
                     END-IF
              END-IF
              END-IF.

       GRAVA-REL-ALT.
              MOVE MAT-MVTO-AFA TO MAT-REL-AFA.
              MOVE WS-NOME-FUNC TO NOME-REL-AFA.
              MOVE WS-INICIO-AFA-NUM TO INICIO-REL-AFA.
              WRITE REG-REL-ALT-AFA.

       MONTA-REGISTRO.
              MOVE MAT-MVTO-AFA TO AFA-MATRICULA.
              MOVE WS-INICIO-AFA-NUM TO AFA-INICIO.
              MOVE AFAST-MVTO-AFA TO AFA-TIPO.
              MOVE WS-RETORNO-AFA-NUM TO AFA-RETORNO-PREV.

       INCLUI.
              IF WS-ENCONTRADO EQUAL "SIM"
                     MOVE "JA EXISTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM VALIDA-DADOS
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-MOVIMENTO
                     ELSE
                            PERFORM MONTA-REGISTRO
                            MOVE FUNCTION CURRENT-DATE (1:8)
                                 TO AFA-DATA-REGISTRO
                            WRITE REG-AFA
                            ADD 1 TO WS-CT-INCLUIDOS
                            MOVE "INCLUIDO" TO ACAO-REL-AFA
                            MOVE AFA-TIPO TO TIPO-REL-AFA
                            MOVE AFA-RETORNO-PREV TO RETORNO-REL-AFA
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       ALTERA.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM VALIDA-DADOS
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-MOVIMENTO
                     ELSE
                            PERFORM MONTA-REGISTRO
                            REWRITE REG-AFA
                            ADD 1 TO WS-CT-ALTERADOS
                            MOVE "ALTERADO" TO ACAO-REL-AFA
                            MOVE AFA-TIPO TO TIPO-REL-AFA
                            MOVE AFA-RETORNO-PREV TO RETORNO-REL-AFA
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       EXCLUI.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE AFA-TIPO TO TIPO-REL-AFA
                     MOVE AFA-RETORNO-PREV TO RETORNO-REL-AFA
                     DELETE CADAFA
                     ADD 1 TO WS-CT-EXCLUIDOS
                     MOVE "EXCLUIDO" TO ACAO-REL-AFA
                     PERFORM GRAVA-REL-ALT
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX90" TO REJ-PROGRAMA.
              MOVE MAT-MVTO-AFA TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              MOVE WS-MOTIVO TO ACAO-REL-AFA.
              MOVE AFAST-MVTO-AFA TO TIPO-REL-AFA.
              MOVE WS-RETORNO-AFA-NUM TO RETORNO-REL-AFA.
              PERFORM GRAVA-REL-ALT.
              DISPLAY "EX90 - MOVIMENTO REJEITADO: MATRICULA "
                      MAT-MVTO-AFA " INICIO " INICIO-MVTO-AFA " - "
                      WS-MOTIVO.

       PROCESSA-MOVIMENTO.
              MOVE SPACES TO WS-MOTIVO WS-NOME-FUNC.
              PERFORM CONVERTE-DATAS.
              PERFORM VALIDA-INICIO.
              IF WS-MOTIVO NOT EQUAL SPACES
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM LOCALIZA-AFASTAMENTO
                     IF TIPO-MVTO-AFA EQUAL "A"
                            PERFORM INCLUI
                     ELSE
                     IF TIPO-MVTO-AFA EQUAL "U"
                            PERFORM ALTERA
                     ELSE
                     IF TIPO-MVTO-AFA EQUAL "D"
                            PERFORM LOCALIZA-FUNCIONARIO
                            MOVE SPACES TO WS-MOTIVO
                            PERFORM EXCLUI
                     ELSE
                            MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
                            PERFORM REJEITA-MOVIMENTO
                     END-IF
                     END-IF
                     END-IF
              END-IF.

       PRINCIPAL.
              PERFORM PROCESSA-MOVIMENTO.
              PERFORM VERIFICA-FIM.

       RESUMO-FINAL.
              DISPLAY "EX90 - RESUMO DA MANUTENCAO DE CADAFA".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-AFA CADFUN CADAFA REL-ALT-AFA REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
