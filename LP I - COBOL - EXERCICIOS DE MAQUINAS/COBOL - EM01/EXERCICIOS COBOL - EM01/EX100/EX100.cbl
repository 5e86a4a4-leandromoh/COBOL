       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX100.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ENTRADA DOS PEDIDOS DE REEMBOLSO DE DESPESA (VIAGEM,
      *          REFEICAO, ESTADIA ...), QUE ATE AQUI ERAM PAGOS POR
      *          TRANSFERENCIA AVULSA SEM CONCILIACAO COM A FOLHA. LE
      *          REEMB.DAT (MATRICULA, CATEGORIA, DATA DA DESPESA
      *          AAAAMMDD, VALOR E NUMERO DO DOCUMENTO) SOB A
      *          IDENTIFICACAO DO OPERADOR SOLICITANTE
      *          (PARM-EX100-AUT.DAT, OBRIGATORIO, NO MOLDE DE
      *          PARM-EX11-AUT.DAT) E CONFERE CADA PEDIDO: MATRICULA
      *          EM CADFUN.DAT, CATEGORIA EM TABREEMB.DAT
      *          (OBRIGATORIO: CATEGORIA, DESCRICAO E LIMITE POR
      *          PEDIDO), DATA VALIDA E NAO FUTURA, VALOR MAIOR QUE
      *          ZERO E DENTRO DO LIMITE DA CATEGORIA, DOCUMENTO
      *          PREENCHIDO E AINDA NAO VISTO - NEM NO LIVRO
      *          EX100-REEMB.DAT (QUALQUER STATUS) NEM EM LINHA
      *          ANTERIOR DO MESMO ARQUIVO. O PEDIDO ACEITO E
      *          ACRESCENTADO AO LIVRO (COPYBOOK CADREEMB) COM STATUS
      *          "P" E AGUARDA A SEGUNDA ASSINATURA DE EX101; O
      *          RECUSADO VAI PARA REJ-COMUM.DAT (REJ-PROGRAMA
      *          "EX100") COM O MOTIVO. RESPEITA A TRAVA SISLOCK.DAT
      *          DA CADEIA NOTURNA. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PEDIDOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PEDIDOS.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT ARQ-AUTORIZACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUT.
       SELECT ARQ-TABREEMB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TABREEMB.
       SELECT REEMBOLSOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REEMBOLSOS.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT OPTIONAL SISLOCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PEDIDOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REEMB.DAT".

       01 REG-PEDIDO.
              02 PED-MATRICULA PIC 9(05).
              02 PED-CATEGORIA PIC X(02).
              02 PED-DATA      PIC 9(08).
              02 PED-VALOR     PIC 9(7)V99.
              02 PED-DOCUMENTO PIC X(15).

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

       FD ARQ-AUTORIZACAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX100-AUT.DAT".

       01 REG-AUTORIZACAO.
              02 PARM-OPERADOR-ID PIC X(10).

       FD ARQ-TABREEMB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABREEMB.DAT".

       01 REG-TABREEMB.
              02 TRE-CATEGORIA PIC X(02).
              02 TRE-DESCRICAO PIC X(20).
              02 TRE-LIMITE    PIC 9(7)V99.

       FD REEMBOLSOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX100-REEMB.DAT".

       01 REG-REEMB.
              COPY CADREEMB.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD SISLOCK
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "SISLOCK.DAT".

       01 REG-LOCK.
              COPY SISLOCK.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-PEDIDOS PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-AUT PIC X(02).
       77 WS-STATUS-TABREEMB PIC X(02).
       77 WS-STATUS-REEMBOLSOS PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 WS-OPERADOR-ID PIC X(10) VALUE SPACES.
       77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROES.
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-CATEGORIAS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-DOCUMENTOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ACEITOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DUPLICADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ACEITO PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-CATEGORIAS.
              02 WS-CAT OCCURS 50 TIMES.
                     03 WS-CAT-CODIGO    PIC X(02).
                     03 WS-CAT-DESCRICAO PIC X(20).
                     03 WS-CAT-LIMITE    PIC 9(7)V99.

       01 TABELA-DOCUMENTOS.
              02 WS-DOC OCCURS 10000 TIMES.
                     03 WS-DOC-NUMERO PIC X(15).

       PROCEDURE DIVISION.

       PROGRAMA100.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-PROCESSO.
              PERFORM VERIFICA-TRAVA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM LE-AUTORIZACAO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-CATEGORIAS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-DOCUMENTOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT ARQ-PEDIDOS
                     IF WS-STATUS-PEDIDOS NOT EQUAL "00"
                            DISPLAY "EX100 - REEMB.DAT AUSENTE - "
                                    "NENHUM PEDIDO A REGISTRAR"
                            MOVE "SIM" TO WS-ABORTAR
                     ELSE
                            OPEN INPUT CADFUN
                            IF WS-STATUS-CADFUN NOT EQUAL "00"
                                   DISPLAY "EX100 - ERRO AO ABRIR "
                                           "CADFUN - FILE STATUS "
                                           WS-STATUS-CADFUN
                                   MOVE "SIM" TO WS-ABORTAR
                                   MOVE 16 TO RETURN-CODE
                                   CLOSE ARQ-PEDIDOS
                            ELSE
                                   PERFORM ABRE-REEMBOLSOS
                                   PERFORM ABRE-REJ-COMUM
                                   PERFORM VERIFICA-FIM
                            END-IF
                     END-IF
              END-IF.

       VERIFICA-TRAVA.
              OPEN INPUT SISLOCK.
              PERFORM UNTIL WS-FIM-LOCK EQUAL 1
                     READ SISLOCK
                            AT END MOVE 1 TO WS-FIM-LOCK
                            NOT AT END
                            MOVE "SIM" TO WS-TRAVADO
                            DISPLAY "EX100 - CADEIA NOTURNA NO AR - "
                                    "TRAVA DA FILIAL " LOCK-FILIAL
                                    " DATA " LOCK-DATA
                                    " DESDE " LOCK-INICIO
                     END-READ
              END-PERFORM.
              CLOSE SISLOCK.
              IF WS-TRAVADO EQUAL "SIM"
                     DISPLAY "EX100 - NENHUM PEDIDO FOI REGISTRADO - "
                             "TENTE APOS O TERMINO DA CADEIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 8 TO RETURN-CODE
              END-IF.

       LE-AUTORIZACAO.
              OPEN INPUT ARQ-AUTORIZACAO.
              IF WS-STATUS-AUT NOT EQUAL "00"
                     DISPLAY "EX100 - PARM-EX100-AUT.DAT OBRIGATORIO "
                             "AUSENTE - SEM OPERADOR IDENTIFICADO "
                             "NADA E REGISTRADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     READ ARQ-AUTORIZACAO
                            AT END
                            DISPLAY "EX100 - PARM-EX100-AUT.DAT VAZIO "
                                    "- OPERADOR OBRIGATORIO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                            NOT AT END
                            MOVE PARM-OPERADOR-ID TO WS-OPERADOR-ID
                     END-READ
                     CLOSE ARQ-AUTORIZACAO
                     IF WS-ABORTAR EQUAL "NAO"
                        AND WS-OPERADOR-ID EQUAL SPACES
                            DISPLAY "EX100 - OPERADOR EM BRANCO EM "
                                    "PARM-EX100-AUT.DAT - NADA E "
                                    "REGISTRADO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

       CARREGA-CATEGORIAS.
              OPEN INPUT ARQ-TABREEMB.
              IF WS-STATUS-TABREEMB NOT EQUAL "00"
                     DISPLAY "EX100 - TABREEMB.DAT OBRIGATORIO "
                             "AUSENTE - SEM LIMITE POR CATEGORIA "
                             "NADA E REGISTRADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ ARQ-TABREEMB
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   PERFORM GUARDA-CATEGORIA
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-TABREEMB
                     IF WS-TOTAL-CATEGORIAS EQUAL ZEROES
                            DISPLAY "EX100 - TABREEMB.DAT SEM "
                                    "CATEGORIA VALIDA - NADA E "
                                    "REGISTRADO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

       GUARDA-CATEGORIA.
              IF TRE-LIMITE NOT NUMERIC
                     DISPLAY "EX100 - AVISO: CATEGORIA " TRE-CATEGORIA
                             " COM LIMITE NAO NUMERICO - IGNORADA"
              ELSE
              IF WS-TOTAL-CATEGORIAS EQUAL 50
                     DISPLAY "EX100 - TABELA DE CATEGORIAS CHEIA (50) "
                             "- IGNORADA: " TRE-CATEGORIA
              ELSE
                     ADD 1 TO WS-TOTAL-CATEGORIAS
                     MOVE TRE-CATEGORIA TO
                          WS-CAT-CODIGO (WS-TOTAL-CATEGORIAS)
                     MOVE TRE-DESCRICAO TO
                          WS-CAT-DESCRICAO (WS-TOTAL-CATEGORIAS)
                     MOVE TRE-LIMITE TO
                          WS-CAT-LIMITE (WS-TOTAL-CATEGORIAS)
              END-IF
              END-IF.

       CARREGA-DOCUMENTOS.
              OPEN INPUT REEMBOLSOS.
              IF WS-STATUS-REEMBOLSOS EQUAL "00"
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ REEMBOLSOS
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-DOCUMENTO
                            END-READ
                     END-PERFORM
                     CLOSE REEMBOLSOS
                     MOVE 0 TO FIM-ARQ
              END-IF.

       GUARDA-DOCUMENTO.
              IF WS-TOTAL-DOCUMENTOS EQUAL 10000
                     DISPLAY "EX100 - TABELA DE DOCUMENTOS CHEIA "
                             "(10000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-DOCUMENTOS
                     MOVE REE-DOCUMENTO TO
                          WS-DOC-NUMERO (WS-TOTAL-DOCUMENTOS)
              END-IF.

       ABRE-REEMBOLSOS.
              OPEN EXTEND REEMBOLSOS.
              IF WS-STATUS-REEMBOLSOS NOT EQUAL "00"
                     OPEN OUTPUT REEMBOLSOS
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       VERIFICA-FIM.
              READ ARQ-PEDIDOS
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       LOCALIZA-CATEGORIA.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CATEGORIAS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-CAT-CODIGO (WS-IND) EQUAL PED-CATEGORIA
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       VERIFICA-DUPLICIDADE.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DOCUMENTOS
                      OR WS-MOTIVO NOT EQUAL SPACES
                      IF WS-DOC-NUMERO (WS-IND) EQUAL PED-DOCUMENTO
                             MOVE "DOCUMENTO DUPLICADO" TO WS-MOTIVO
                             ADD 1 TO WS-CT-DUPLICADOS
                      END-IF
              END-PERFORM.

       VALIDA-PEDIDO.
              MOVE SPACES TO WS-MOTIVO.
              MOVE PED-MATRICULA TO CODIGO.
              READ CADFUN
                     INVALID KEY
                            MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
              END-READ.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM LOCALIZA-CATEGORIA
                     IF WS-ACHADO EQUAL ZEROES
                            MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO
                     ELSE
                     IF PED-DATA NOT NUMERIC
                        OR PED-DATA GREATER WS-DATA-PROCESSO
                        OR PED-DATA (5:2) LESS "01"
                        OR PED-DATA (5:2) GREATER "12"
                            MOVE "DATA INVALIDA" TO WS-MOTIVO
                     ELSE
                     IF PED-VALOR NOT NUMERIC
                        OR PED-VALOR EQUAL ZEROES
                            MOVE "VALOR INVALIDO" TO WS-MOTIVO
                     ELSE
                     IF PED-VALOR GREATER WS-CAT-LIMITE (WS-ACHADO)
                            MOVE "ACIMA DO LIMITE" TO WS-MOTIVO
                     ELSE
                     IF PED-DOCUMENTO EQUAL SPACES
                            MOVE "DOCUMENTO EM BRANCO" TO WS-MOTIVO
                     ELSE
                            PERFORM VERIFICA-DUPLICIDADE
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
              END-IF.

       PRINCIPAL.
              PERFORM VALIDA-PEDIDO.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM GRAVA-PEDIDO
              ELSE
                     PERFORM RECUSA-PEDIDO
              END-IF.
              PERFORM VERIFICA-FIM.

       GRAVA-PEDIDO.
              IF WS-TOTAL-DOCUMENTOS EQUAL 10000
                     DISPLAY "EX100 - TABELA DE DOCUMENTOS CHEIA "
                             "(10000) - PEDIDOS RESTANTES NAO LIDOS"
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-DOCUMENTOS
                     MOVE PED-DOCUMENTO TO
                          WS-DOC-NUMERO (WS-TOTAL-DOCUMENTOS)
                     MOVE PED-MATRICULA TO REE-MATRICULA
                     MOVE NOME TO REE-NOME
                     MOVE PED-CATEGORIA TO REE-CATEGORIA
                     MOVE PED-DATA TO REE-DATA
                     MOVE PED-VALOR TO REE-VALOR
                     MOVE PED-DOCUMENTO TO REE-DOCUMENTO
                     MOVE WS-OPERADOR-ID TO REE-SOLICITANTE
                     MOVE FUNCTION CURRENT-DATE (1:14)
                          TO REE-DATA-HORA
                     MOVE "P" TO REE-STATUS
                     MOVE SPACES TO REE-APROVADOR
                     MOVE ZEROES TO REE-DATA-PAGTO
                     WRITE REG-REEMB
                     ADD 1 TO WS-CT-ACEITOS
                     ADD PED-VALOR TO WS-TOTAL-ACEITO
              END-IF.

       RECUSA-PEDIDO.
              ADD 1 TO WS-CT-RECUSADOS.
              MOVE "EX100" TO REJ-PROGRAMA.
              MOVE PED-MATRICULA TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX100 - PEDIDO RECUSADO: MATRICULA "
                      PED-MATRICULA " DOCUMENTO " PED-DOCUMENTO
                      " - " WS-MOTIVO.

       RESUMO-FINAL.
              DISPLAY "EX100 - RESUMO DOS PEDIDOS DE REEMBOLSO".
              DISPLAY "SOLICITANTE          : " WS-OPERADOR-ID.
              DISPLAY "PEDIDOS LIDOS        : " WS-CT-LIDOS.
              DISPLAY "ACEITOS PARA EX101   : " WS-CT-ACEITOS.
              DISPLAY "VALOR ACEITO         : " WS-TOTAL-ACEITO.
              DISPLAY "RECUSADOS            : " WS-CT-RECUSADOS.
              DISPLAY "  DOCUMENTO DUPLICADO: " WS-CT-DUPLICADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE ARQ-PEDIDOS CADFUN REEMBOLSOS REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
