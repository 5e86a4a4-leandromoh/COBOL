       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX84.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MANUTENCAO EM LOTE DO CADASTRO DE ADESAO AO
      *          VALE-TRANSPORTE CADVT.DAT, NO MESMO MOLDE DE EX45 E
      *          EX50: CADA MOVIMENTO DE MVTO-VT.DAT TRAZ A MATRICULA,
      *          UM CODIGO DE TRANSACAO ("A" = ADESAO, "U" =
      *          ALTERACAO, "D" = CANCELAMENTO), A TARIFA DIARIA POR
      *          VIAGEM E A QUANTIDADE DE VIAGENS POR DIA, APLICADO
      *          DIRETAMENTE PELA MATRICULA (WRITE, REWRITE OU
      *          DELETE). A MATRICULA PRECISA EXISTIR EM CADFUN.DAT
      *          NA ADESAO E NA ALTERACAO, A TARIFA NAO PODE SER ZERO
      *          E AS VIAGENS VAO DE 1 A 8 POR DIA. CADA MOVIMENTO
      *          APLICADO E REGISTRADO EM REL-ALT-VT.DAT (NO MOLDE DO
      *          REL-ALT-DEP.DAT DE EX45) E OS INVALIDOS VAO PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX84", STATUS "A").
      *          CADVT.DAT E CONSUMIDO POR EX85, QUE GERA O PEDIDO
      *          MENSAL DE VALE-TRANSPORTE. TERMINA COM GOBACK PARA
      *          PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MVTO-VT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADVT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VT-MATRICULA
              FILE STATUS IS WS-STATUS-CADVT.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT REL-ALT-VT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MVTO-VT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-VT.DAT".

       01 REG-MVTO-VT.
              02 MAT-MVTO-VT     PIC 9(05).
              02 TIPO-MVTO-VT    PIC X(01).
              02 TARIFA-MVTO-VT  PIC 9(03)V99.
              02 VIAGENS-MVTO-VT PIC 9(02).

       FD CADVT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADVT.DAT".

       01 REG-VT.
              02 VT-MATRICULA PIC 9(05).
              02 VT-TARIFA    PIC 9(03)V99.
              02 VT-VIAGENS   PIC 9(02).

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

       FD REL-ALT-VT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-ALT-VT.DAT".

       01 REG-REL-ALT-VT.
              02 MAT-REL-VT     PIC 9(05).
              02 NOME-REL-VT    PIC X(20).
              02 ACAO-REL-VT    PIC X(20).
              02 TARIFA-REL-VT  PIC 9(03)V99.
              02 VIAGENS-REL-VT PIC 9(02).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADVT PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-FUNC-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.

       PROGRAMA84.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              OPEN INPUT MVTO-VT CADFUN
                   I-O CADVT
                   OUTPUT REL-ALT-VT.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX84 - ERRO AO ABRIR MVTO-VT - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX84 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADVT NOT EQUAL "00"
                     PERFORM CRIA-CADVT
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF
              END-IF.

       CRIA-CADVT.
              DISPLAY "EX84 - CADVT.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADVT.
              CLOSE CADVT.
              OPEN I-O CADVT.
              IF WS-STATUS-CADVT NOT EQUAL "00"
                     DISPLAY "EX84 - ERRO AO ABRIR CADVT - FILE "
                             "STATUS " WS-STATUS-CADVT
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
              READ MVTO-VT
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       LOCALIZA-ADESAO.
              MOVE MAT-MVTO-VT TO VT-MATRICULA.
              READ CADVT
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       LOCALIZA-FUNCIONARIO.
              MOVE MAT-MVTO-VT TO CODIGO.
              READ CADFUN
                     INVALID KEY
                            MOVE "NAO" TO WS-FUNC-ENCONTRADO
                            MOVE SPACES TO NOME
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-FUNC-ENCONTRADO
              END-READ.

       VALIDA-DADOS.
              MOVE SPACES TO WS-MOTIVO.
              IF WS-FUNC-ENCONTRADO EQUAL "NAO"
                     MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
              ELSE
              IF TARIFA-MVTO-VT NOT NUMERIC
                 OR TARIFA-MVTO-VT EQUAL ZEROES
                     MOVE "TARIFA INVALIDA" TO WS-MOTIVO
              ELSE
              IF VIAGENS-MVTO-VT NOT NUMERIC
                 OR VIAGENS-MVTO-VT LESS 1
                 OR VIAGENS-MVTO-VT GREATER 8
                     MOVE "VIAGENS FORA 1 A 8" TO WS-MOTIVO
              END-IF
              END-IF
              END-IF.

       GRAVA-REL-ALT.
              MOVE MAT-MVTO-VT TO MAT-REL-VT.
              MOVE NOME TO NOME-REL-VT.
              WRITE REG-REL-ALT-VT.

       MONTA-REGISTRO.
              MOVE MAT-MVTO-VT TO VT-MATRICULA.
              MOVE TARIFA-MVTO-VT TO VT-TARIFA.
              MOVE VIAGENS-MVTO-VT TO VT-VIAGENS.

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
                            WRITE REG-VT
                            ADD 1 TO WS-CT-INCLUIDOS
                            MOVE "INCLUIDO" TO ACAO-REL-VT
                            MOVE VT-TARIFA TO TARIFA-REL-VT
                            MOVE VT-VIAGENS TO VIAGENS-REL-VT
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
                            REWRITE REG-VT
                            ADD 1 TO WS-CT-ALTERADOS
                            MOVE "ALTERADO" TO ACAO-REL-VT
                            MOVE VT-TARIFA TO TARIFA-REL-VT
                            MOVE VT-VIAGENS TO VIAGENS-REL-VT
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       EXCLUI.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE VT-TARIFA TO TARIFA-REL-VT
                     MOVE VT-VIAGENS TO VIAGENS-REL-VT
                     DELETE CADVT
                     ADD 1 TO WS-CT-EXCLUIDOS
                     MOVE "EXCLUIDO" TO ACAO-REL-VT
                     PERFORM GRAVA-REL-ALT
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX84" TO REJ-PROGRAMA.
              MOVE MAT-MVTO-VT TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              MOVE WS-MOTIVO TO ACAO-REL-VT.
              MOVE ZEROES TO TARIFA-REL-VT VIAGENS-REL-VT.
              PERFORM GRAVA-REL-ALT.
              DISPLAY "EX84 - MOVIMENTO REJEITADO: MATRICULA "
                      MAT-MVTO-VT " - " WS-MOTIVO.

       PROCESSA-MOVIMENTO.
              PERFORM LOCALIZA-ADESAO.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF TIPO-MVTO-VT EQUAL "A"
                     PERFORM INCLUI
              ELSE
              IF TIPO-MVTO-VT EQUAL "U"
                     PERFORM ALTERA
              ELSE
              IF TIPO-MVTO-VT EQUAL "D"
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
              DISPLAY "EX84 - RESUMO DA MANUTENCAO DE CADVT".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-VT CADFUN CADVT REL-ALT-VT REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
