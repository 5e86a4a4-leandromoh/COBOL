       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX93.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MANUTENCAO EM LOTE DO CADASTRO DE ESCALAS
      *          CADESC.DAT (LAYOUT EM CADESC.CPY), NO MESMO MOLDE DE
      *          EX45, EX86 E EX90: CADA MOVIMENTO DE MVTO-ESC.DAT
      *          TRAZ MATRICULA, CODIGO DE TRANSACAO ("A" = INCLUSAO,
      *          "U" = ALTERACAO, "D" = EXCLUSAO), A FILIAL ONDE O
      *          FUNCIONARIO MARCA O PONTO, OS HORARIOS DE ENTRADA E
      *          SAIDA (HHMM), O INTERVALO DE REFEICAO EM MINUTOS E
      *          OS DIAS DE TRABALHO DE DOMINGO A SABADO ("S"/"N").
      *          A MATRICULA PRECISA ESTAR EM CADFUN.DAT; OS HORARIOS
      *          TEM DE SER HORAS VALIDAS E DIFERENTES ENTRE SI (SAIDA
      *          MENOR QUE A ENTRADA E TURNO QUE VIRA A MEIA-NOITE), O
      *          INTERVALO TEM DE CABER NO TURNO E A SEMANA PRECISA
      *          DE PELO MENOS UM DIA DE TRABALHO. CADA MOVIMENTO
      *          APLICADO VAI PARA REL-ALT-ESC.DAT E OS INVALIDOS PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX93", STATUS "A").
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MVTO-ESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADESC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ESC-MATRICULA
              FILE STATUS IS WS-STATUS-CADESC.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT REL-ALT-ESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MVTO-ESC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-ESC.DAT".

       01 REG-MVTO-ESC.
              02 MAT-MVTO-ESC       PIC 9(05).
              02 TIPO-MVTO-ESC      PIC X(01).
              02 FILIAL-MVTO-ESC    PIC X(04).
              02 ENTRADA-MVTO-ESC.
                     03 HH-ENT-MVTO-ESC PIC 9(02).
                     03 MM-ENT-MVTO-ESC PIC 9(02).
              02 SAIDA-MVTO-ESC.
                     03 HH-SAI-MVTO-ESC PIC 9(02).
                     03 MM-SAI-MVTO-ESC PIC 9(02).
              02 INTERVALO-MVTO-ESC PIC 9(03).
              02 DIAS-MVTO-ESC      PIC X(07).
              02 DIAS-MVTO-ESC-R REDEFINES DIAS-MVTO-ESC.
                     03 DIA-MVTO-ESC PIC X(01) OCCURS 7 TIMES.

       FD CADESC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADESC.DAT".

       01 REG-ESC.
              COPY CADESC.

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

       FD REL-ALT-ESC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-ALT-ESC.DAT".

       01 REG-REL-ALT-ESC.
              02 MAT-REL-ESC       PIC 9(05).
              02 NOME-REL-ESC      PIC X(20).
              02 ACAO-REL-ESC      PIC X(20).
              02 FILIAL-REL-ESC    PIC X(04).
              02 ENTRADA-REL-ESC   PIC X(04).
              02 SAIDA-REL-ESC     PIC X(04).
              02 INTERVALO-REL-ESC PIC X(03).
              02 DIAS-REL-ESC      PIC X(07).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADESC PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-NOME-FUNC PIC X(20) VALUE SPACES.
       77 WS-IND-DIA PIC 9(01) VALUE ZEROES.
       77 WS-DIAS-TRABALHO PIC 9(01) VALUE ZEROES.
       77 WS-MIN-ENTRADA PIC 9(04) VALUE ZEROES.
       77 WS-MIN-SAIDA PIC 9(04) VALUE ZEROES.
       77 WS-MIN-TURNO PIC 9(04) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.

       PROGRAMA93.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              OPEN INPUT MVTO-ESC CADFUN
                   I-O CADESC
                   OUTPUT REL-ALT-ESC.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX93 - ERRO AO ABRIR MVTO-ESC - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX93 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADESC NOT EQUAL "00"
                     PERFORM CRIA-CADESC
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF
              END-IF.

       CRIA-CADESC.
              DISPLAY "EX93 - CADESC.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADESC.
              CLOSE CADESC.
              OPEN I-O CADESC.
              IF WS-STATUS-CADESC NOT EQUAL "00"
                     DISPLAY "EX93 - ERRO AO ABRIR CADESC - FILE "
                             "STATUS " WS-STATUS-CADESC
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
              READ MVTO-ESC
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       LOCALIZA-ESCALA.
              MOVE MAT-MVTO-ESC TO ESC-MATRICULA.
              READ CADESC
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       LOCALIZA-FUNCIONARIO.
              MOVE MAT-MVTO-ESC TO CODIGO.
              READ CADFUN
                     INVALID KEY
                     MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
                     NOT INVALID KEY
                     MOVE NOME TO WS-NOME-FUNC
              END-READ.

       VALIDA-DADOS.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF WS-MOTIVO EQUAL SPACES
                     IF FILIAL-MVTO-ESC EQUAL SPACES
                            MOVE "FILIAL EM BRANCO" TO WS-MOTIVO
                     ELSE
                            PERFORM VALIDA-HORARIOS
                     END-IF
              END-IF.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM VALIDA-DIAS
              END-IF.

       VALIDA-HORARIOS.
              IF ENTRADA-MVTO-ESC NOT NUMERIC
                 OR SAIDA-MVTO-ESC NOT NUMERIC
                     MOVE "HORARIO INVALIDO" TO WS-MOTIVO
              ELSE
              IF HH-ENT-MVTO-ESC GREATER 23
                 OR MM-ENT-MVTO-ESC GREATER 59
                 OR HH-SAI-MVTO-ESC GREATER 23
                 OR MM-SAI-MVTO-ESC GREATER 59
                     MOVE "HORARIO INVALIDO" TO WS-MOTIVO
              ELSE
              IF ENTRADA-MVTO-ESC EQUAL SAIDA-MVTO-ESC
                     MOVE "ENTRADA IGUAL SAIDA" TO WS-MOTIVO
              ELSE
                     COMPUTE WS-MIN-ENTRADA =
                             HH-ENT-MVTO-ESC * 60 + MM-ENT-MVTO-ESC
                     COMPUTE WS-MIN-SAIDA =
                             HH-SAI-MVTO-ESC * 60 + MM-SAI-MVTO-ESC
                     IF WS-MIN-SAIDA LESS WS-MIN-ENTRADA
                            ADD 1440 TO WS-MIN-SAIDA
                     END-IF
                     COMPUTE WS-MIN-TURNO =
                             WS-MIN-SAIDA - WS-MIN-ENTRADA
                     IF INTERVALO-MVTO-ESC NOT NUMERIC
                            MOVE "INTERVALO INVALIDO" TO WS-MOTIVO
                     ELSE
                     IF INTERVALO-MVTO-ESC NOT LESS WS-MIN-TURNO
                            MOVE "INTERVALO INVALIDO" TO WS-MOTIVO
                     END-IF
                     END-IF
              END-IF
              END-IF
              END-IF.

       VALIDA-DIAS.
              MOVE ZEROES TO WS-DIAS-TRABALHO.
              PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                      UNTIL WS-IND-DIA GREATER 7
                      IF DIA-MVTO-ESC (WS-IND-DIA) EQUAL "S"
                             ADD 1 TO WS-DIAS-TRABALHO
                      ELSE
                      IF DIA-MVTO-ESC (WS-IND-DIA) NOT EQUAL "N"
                             MOVE "DIAS INVALIDOS" TO WS-MOTIVO
                      END-IF
                      END-IF
              END-PERFORM.
              IF WS-MOTIVO EQUAL SPACES
                 AND WS-DIAS-TRABALHO EQUAL ZEROES
                     MOVE "ESCALA SEM DIA UTIL" TO WS-MOTIVO
              END-IF.

       GRAVA-REL-ALT.
              MOVE MAT-MVTO-ESC TO MAT-REL-ESC.
              MOVE WS-NOME-FUNC TO NOME-REL-ESC.
              WRITE REG-REL-ALT-ESC.

       MONTA-REGISTRO.
              MOVE MAT-MVTO-ESC TO ESC-MATRICULA.
              MOVE FILIAL-MVTO-ESC TO ESC-FILIAL.
              MOVE ENTRADA-MVTO-ESC TO ESC-ENTRADA.
              MOVE SAIDA-MVTO-ESC TO ESC-SAIDA.
              MOVE INTERVALO-MVTO-ESC TO ESC-INTERVALO.
              MOVE DIAS-MVTO-ESC TO ESC-DIAS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO ESC-DATA-ATUALIZ.

       MOSTRA-ESCALA.
              MOVE ESC-FILIAL TO FILIAL-REL-ESC.
              MOVE ESC-ENTRADA TO ENTRADA-REL-ESC.
              MOVE ESC-SAIDA TO SAIDA-REL-ESC.
              MOVE ESC-INTERVALO TO INTERVALO-REL-ESC.
              MOVE ESC-DIAS TO DIAS-REL-ESC.

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
                            WRITE REG-ESC
                            ADD 1 TO WS-CT-INCLUIDOS
                            MOVE "INCLUIDO" TO ACAO-REL-ESC
                            PERFORM MOSTRA-ESCALA
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
                            REWRITE REG-ESC
                            ADD 1 TO WS-CT-ALTERADOS
                            MOVE "ALTERADO" TO ACAO-REL-ESC
                            PERFORM MOSTRA-ESCALA
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       EXCLUI.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM MOSTRA-ESCALA
                     DELETE CADESC
                     ADD 1 TO WS-CT-EXCLUIDOS
                     MOVE "EXCLUIDO" TO ACAO-REL-ESC
                     PERFORM GRAVA-REL-ALT
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX93" TO REJ-PROGRAMA.
              MOVE MAT-MVTO-ESC TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              MOVE WS-MOTIVO TO ACAO-REL-ESC.
              MOVE FILIAL-MVTO-ESC TO FILIAL-REL-ESC.
              MOVE ENTRADA-MVTO-ESC TO ENTRADA-REL-ESC.
              MOVE SAIDA-MVTO-ESC TO SAIDA-REL-ESC.
              MOVE INTERVALO-MVTO-ESC TO INTERVALO-REL-ESC.
              MOVE DIAS-MVTO-ESC TO DIAS-REL-ESC.
              PERFORM GRAVA-REL-ALT.
              DISPLAY "EX93 - MOVIMENTO REJEITADO: MATRICULA "
                      MAT-MVTO-ESC " - " WS-MOTIVO.

       PROCESSA-MOVIMENTO.
              MOVE SPACES TO WS-MOTIVO WS-NOME-FUNC.
              PERFORM LOCALIZA-ESCALA.
              IF TIPO-MVTO-ESC EQUAL "A"
                     PERFORM INCLUI
              ELSE
              IF TIPO-MVTO-ESC EQUAL "U"
                     PERFORM ALTERA
              ELSE
              IF TIPO-MVTO-ESC EQUAL "D"
                     PERFORM LOCALIZA-FUNCIONARIO
                     MOVE SPACES TO WS-MOTIVO
                     PERFORM EXCLUI
              ELSE
                     MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              END-IF
              END-IF
              END-IF.

       PRINCIPAL.
              PERFORM PROCESSA-MOVIMENTO.
              PERFORM VERIFICA-FIM.

       RESUMO-FINAL.
              DISPLAY "EX93 - RESUMO DA MANUTENCAO DE CADESC".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-ESC CADFUN CADESC REL-ALT-ESC REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
