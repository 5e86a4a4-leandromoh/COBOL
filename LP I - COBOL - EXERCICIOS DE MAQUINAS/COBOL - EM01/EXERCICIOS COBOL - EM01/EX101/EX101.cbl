       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX101.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  PASSO DE APROVACAO (SEGUNDA ASSINATURA) DOS PEDIDOS
      *          DE REEMBOLSO REGISTRADOS POR EX100 NO LIVRO
      *          EX100-REEMB.DAT, NO MESMO MOLDE DE EX58: RODA SOB A
      *          IDENTIFICACAO DO APROVADOR (PARM-EX101-AUT.DAT,
      *          OBRIGATORIO) E LE AS DECISOES DE APROVA-EX101.DAT
      *          (NUMERO DO DOCUMENTO E "A" OU "R"). PEDIDO CUJO
      *          SOLICITANTE E O PROPRIO APROVADOR CONTINUA PENDENTE
      *          - NINGUEM APROVA O QUE PEDIU. PEDIDO APROVADO E
      *          REVALIDADO CONTRA O LIMITE DA CATEGORIA VIGENTE EM
      *          TABREEMB.DAT; O QUE NAO PASSA VIRA REJEICAO EM
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX101") E E MARCADO
      *          "R". O APROVADO FICA "A" (A PAGAR) COM O APROVADOR E
      *          SERA CREDITADO POR EX63 NA REMESSA UNICA, COMO
      *          PAGAMENTO NAO TRIBUTAVEL - FORA DO BRUTO DE EX26, SEM
      *          INSS NEM IRRF. O LIVRO E REGRAVADO POR INTEIRO COM OS
      *          NOVOS STATUS (O MESMO MOLDE DE EX58). OS APROVADOS DA
      *          EXECUCAO GERAM OS LANCAMENTOS CONTABEIS EM
      *          EX101-LANCTOS.DAT, NO LAYOUT DE EX59-LANCTOS.DAT
      *          (HEADER "H", DETALHES "D" E TRAILER "T"): DEBITO DE
      *          DESPESA DE REEMBOLSO POR CATEGORIA E CREDITO DE
      *          REEMBOLSOS A PAGAR; LOTE QUE NAO BALANCEIA NAO E
      *          GRAVADO (RETURN-CODE 16). RESPEITA A TRAVA
      *          SISLOCK.DAT DA CADEIA NOTURNA. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REEMBOLSOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REEMBOLSOS.
       SELECT ARQ-DECISOES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DECISOES.
       SELECT ARQ-AUTORIZACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUT.
       SELECT ARQ-TABREEMB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TABREEMB.
       SELECT LANCAMENTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT OPTIONAL SISLOCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD REEMBOLSOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX100-REEMB.DAT".

       01 REG-REEMB.
              COPY CADREEMB.

       FD ARQ-DECISOES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "APROVA-EX101.DAT".

       01 REG-DECISAO.
              02 DEC-DOCUMENTO PIC X(15).
              02 DEC-DECISAO   PIC X(01).

       FD ARQ-AUTORIZACAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX101-AUT.DAT".

       01 REG-AUTORIZACAO.
              02 PARM-APROVADOR-ID PIC X(10).

       FD ARQ-TABREEMB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABREEMB.DAT".

       01 REG-TABREEMB.
              02 TRE-CATEGORIA PIC X(02).
              02 TRE-DESCRICAO PIC X(20).
              02 TRE-LIMITE    PIC 9(7)V99.

       FD LANCAMENTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX101-LANCTOS.DAT".

       01 REG-LANCTO.
              02 LAN-TIPO  PIC X(01).
              02 LAN-DC    PIC X(01).
              02 LAN-CONTA PIC X(30).
              02 LAN-VALOR PIC 9(9)V99.

       01 REG-LANCTO-CAB REDEFINES REG-LANCTO.
              02 LAN-CAB-TIPO  PIC X(01).
              02 LAN-CAB-CICLO PIC 9(08).
              02 FILLER        PIC X(34).

       01 REG-LANCTO-TRL REDEFINES REG-LANCTO.
              02 LAN-TRL-TIPO    PIC X(01).
              02 LAN-TRL-QTDE    PIC 9(05).
              02 LAN-TRL-DEBITO  PIC 9(9)V99.
              02 LAN-TRL-CREDITO PIC 9(9)V99.
              02 FILLER          PIC X(15).

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
       77 WS-STATUS-REEMBOLSOS PIC X(02).
       77 WS-STATUS-DECISOES PIC X(02).
       77 WS-STATUS-AUT PIC X(02).
       77 WS-STATUS-TABREEMB PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 WS-APROVADOR-ID PIC X(10) VALUE SPACES.
       77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROES.
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-IND-DEC PIC 9(05) VALUE ZEROES.
       77 WS-IND-CAT PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-PEDIDOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-DECISOES PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-CATEGORIAS PIC 9(03) VALUE ZEROES.
       77 WS-DECISAO PIC X(01) VALUE SPACES.
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-CT-APROVADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-AUTOR PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-DECISAO PIC 9(05) VALUE ZEROES.
       77 WS-CT-LANCTOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-APROVADO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-DEBITOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-CATEGORIAS.
              02 WS-CAT OCCURS 50 TIMES.
                     03 WS-CAT-CODIGO    PIC X(02).
                     03 WS-CAT-DESCRICAO PIC X(20).
                     03 WS-CAT-LIMITE    PIC 9(7)V99.
                     03 WS-CAT-APROVADO  PIC 9(9)V99.

       01 TABELA-PEDIDOS.
              02 WS-REE OCCURS 5000 TIMES.
                     03 WS-REE-MATRICULA   PIC 9(05).
                     03 WS-REE-NOME        PIC X(20).
                     03 WS-REE-CATEGORIA   PIC X(02).
                     03 WS-REE-DATA        PIC 9(08).
                     03 WS-REE-VALOR       PIC 9(07)V99.
                     03 WS-REE-DOCUMENTO   PIC X(15).
                     03 WS-REE-SOLICITANTE PIC X(10).
                     03 WS-REE-DATA-HORA   PIC X(14).
                     03 WS-REE-STATUS      PIC X(01).
                     03 WS-REE-APROVADOR   PIC X(10).
                     03 WS-REE-DATA-PAGTO  PIC 9(08).

       01 TABELA-DECISOES.
              02 WS-DEC OCCURS 5000 TIMES.
                     03 WS-DEC-DOCUMENTO PIC X(15).
                     03 WS-DEC-DECISAO   PIC X(01).

       PROCEDURE DIVISION.

       PROGRAMA101.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PEDIDOS
              PERFORM REGRAVA-PEDIDOS
              IF WS-CT-APROVADOS GREATER ZEROES
                     PERFORM CONFERE-E-GRAVA
              END-IF
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
                     PERFORM CARREGA-PEDIDOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-DECISOES
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-REJ-COMUM
              END-IF.

       VERIFICA-TRAVA.
              OPEN INPUT SISLOCK.
              PERFORM UNTIL WS-FIM-LOCK EQUAL 1
                     READ SISLOCK
                            AT END MOVE 1 TO WS-FIM-LOCK
                            NOT AT END
                            MOVE "SIM" TO WS-TRAVADO
                            DISPLAY "EX101 - CADEIA NOTURNA NO AR - "
                                    "TRAVA DA FILIAL " LOCK-FILIAL
                                    " DATA " LOCK-DATA
                                    " DESDE " LOCK-INICIO
                     END-READ
              END-PERFORM.
              CLOSE SISLOCK.
              IF WS-TRAVADO EQUAL "SIM"
                     DISPLAY "EX101 - NADA FOI APROVADO - TENTE APOS "
                             "O TERMINO DA CADEIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 8 TO RETURN-CODE
              END-IF.

       LE-AUTORIZACAO.
              OPEN INPUT ARQ-AUTORIZACAO.
              IF WS-STATUS-AUT NOT EQUAL "00"
                     DISPLAY "EX101 - PARM-EX101-AUT.DAT OBRIGATORIO "
                             "AUSENTE - SEM APROVADOR IDENTIFICADO "
                             "NADA E APROVADO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     READ ARQ-AUTORIZACAO
                            AT END
                            DISPLAY "EX101 - PARM-EX101-AUT.DAT VAZIO "
                                    "- APROVADOR OBRIGATORIO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                            NOT AT END
                            MOVE PARM-APROVADOR-ID TO WS-APROVADOR-ID
                     END-READ
                     CLOSE ARQ-AUTORIZACAO
                     IF WS-ABORTAR EQUAL "NAO"
                        AND WS-APROVADOR-ID EQUAL SPACES
                            DISPLAY "EX101 - APROVADOR EM BRANCO EM "
                                    "PARM-EX101-AUT.DAT - NADA E "
                                    "APROVADO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

       CARREGA-CATEGORIAS.
              OPEN INPUT ARQ-TABREEMB.
              IF WS-STATUS-TABREEMB NOT EQUAL "00"
                     DISPLAY "EX101 - TABREEMB.DAT OBRIGATORIO "
                             "AUSENTE - SEM LIMITE POR CATEGORIA "
                             "NADA E APROVADO"
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
              END-IF.

       GUARDA-CATEGORIA.
              IF TRE-LIMITE NOT NUMERIC
                     DISPLAY "EX101 - AVISO: CATEGORIA " TRE-CATEGORIA
                             " COM LIMITE NAO NUMERICO - IGNORADA"
              ELSE
              IF WS-TOTAL-CATEGORIAS EQUAL 50
                     DISPLAY "EX101 - TABELA DE CATEGORIAS CHEIA (50) "
                             "- IGNORADA: " TRE-CATEGORIA
              ELSE
                     ADD 1 TO WS-TOTAL-CATEGORIAS
                     MOVE TRE-CATEGORIA TO
                          WS-CAT-CODIGO (WS-TOTAL-CATEGORIAS)
                     MOVE TRE-DESCRICAO TO
                          WS-CAT-DESCRICAO (WS-TOTAL-CATEGORIAS)
                     MOVE TRE-LIMITE TO
                          WS-CAT-LIMITE (WS-TOTAL-CATEGORIAS)
                     MOVE ZEROES TO
                          WS-CAT-APROVADO (WS-TOTAL-CATEGORIAS)
              END-IF
              END-IF.

       CARREGA-PEDIDOS.
              OPEN INPUT REEMBOLSOS.
              IF WS-STATUS-REEMBOLSOS NOT EQUAL "00"
                     DISPLAY "EX101 - EX100-REEMB.DAT AUSENTE - NADA "
                             "A APROVAR"
                     MOVE "SIM" TO WS-ABORTAR
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ REEMBOLSOS
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-PEDIDO
                            END-READ
                     END-PERFORM
                     CLOSE REEMBOLSOS
              END-IF.

       GUARDA-PEDIDO.
              IF WS-TOTAL-PEDIDOS EQUAL 5000
                     DISPLAY "EX101 - TABELA DE PEDIDOS CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-PEDIDOS
                     MOVE REE-MATRICULA TO
                          WS-REE-MATRICULA (WS-TOTAL-PEDIDOS)
                     MOVE REE-NOME TO
                          WS-REE-NOME (WS-TOTAL-PEDIDOS)
                     MOVE REE-CATEGORIA TO
                          WS-REE-CATEGORIA (WS-TOTAL-PEDIDOS)
                     MOVE REE-DATA TO
                          WS-REE-DATA (WS-TOTAL-PEDIDOS)
                     MOVE REE-VALOR TO
                          WS-REE-VALOR (WS-TOTAL-PEDIDOS)
                     MOVE REE-DOCUMENTO TO
                          WS-REE-DOCUMENTO (WS-TOTAL-PEDIDOS)
                     MOVE REE-SOLICITANTE TO
                          WS-REE-SOLICITANTE (WS-TOTAL-PEDIDOS)
                     MOVE REE-DATA-HORA TO
                          WS-REE-DATA-HORA (WS-TOTAL-PEDIDOS)
                     MOVE REE-STATUS TO
                          WS-REE-STATUS (WS-TOTAL-PEDIDOS)
                     MOVE REE-APROVADOR TO
                          WS-REE-APROVADOR (WS-TOTAL-PEDIDOS)
                     MOVE REE-DATA-PAGTO TO
                          WS-REE-DATA-PAGTO (WS-TOTAL-PEDIDOS)
              END-IF.

       CARREGA-DECISOES.
              OPEN INPUT ARQ-DECISOES.
              IF WS-STATUS-DECISOES NOT EQUAL "00"
                     DISPLAY "EX101 - APROVA-EX101.DAT AUSENTE - "
                             "NENHUMA DECISAO A APLICAR"
                     MOVE "SIM" TO WS-ABORTAR
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ ARQ-DECISOES
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-DECISAO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-DECISOES
              END-IF.

       GUARDA-DECISAO.
              IF WS-TOTAL-DECISOES EQUAL 5000
                     DISPLAY "EX101 - TABELA DE DECISOES CHEIA (5000) "
                             "- DECISAO IGNORADA: " DEC-DOCUMENTO
              ELSE
                     ADD 1 TO WS-TOTAL-DECISOES
                     MOVE DEC-DOCUMENTO TO
                          WS-DEC-DOCUMENTO (WS-TOTAL-DECISOES)
                     MOVE DEC-DECISAO TO
                          WS-DEC-DECISAO (WS-TOTAL-DECISOES)
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       LOCALIZA-DECISAO.
              MOVE SPACES TO WS-DECISAO.
              PERFORM VARYING WS-IND-DEC FROM 1 BY 1
                      UNTIL WS-IND-DEC GREATER WS-TOTAL-DECISOES
                      IF WS-DEC-DOCUMENTO (WS-IND-DEC) EQUAL
                         WS-REE-DOCUMENTO (WS-IND)
                             MOVE WS-DEC-DECISAO (WS-IND-DEC)
                                  TO WS-DECISAO
                      END-IF
              END-PERFORM.

       LOCALIZA-CATEGORIA.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                      UNTIL WS-IND-CAT GREATER WS-TOTAL-CATEGORIAS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-CAT-CODIGO (WS-IND-CAT) EQUAL
                         WS-REE-CATEGORIA (WS-IND)
                             MOVE WS-IND-CAT TO WS-ACHADO
                      END-IF
              END-PERFORM.

       PRINCIPAL.
              IF WS-REE-STATUS (WS-IND) NOT EQUAL "P"
                     NEXT SENTENCE
              ELSE
                     PERFORM LOCALIZA-DECISAO
                     IF WS-DECISAO EQUAL SPACES
                            ADD 1 TO WS-CT-SEM-DECISAO
                     ELSE
                     IF WS-REE-SOLICITANTE (WS-IND) EQUAL
                        WS-APROVADOR-ID
                            ADD 1 TO WS-CT-AUTOR
                            DISPLAY "EX101 - DOCUMENTO "
                                    WS-REE-DOCUMENTO (WS-IND)
                                    " SOLICITADO E APROVADO PELO "
                                    "MESMO OPERADOR "
                                    WS-APROVADOR-ID
                                    " - CONTINUA PENDENTE"
                     ELSE
                     IF WS-DECISAO EQUAL "A"
                            PERFORM APROVA-PEDIDO
                     ELSE
                            MOVE "R" TO WS-REE-STATUS (WS-IND)
                            MOVE WS-APROVADOR-ID TO
                                 WS-REE-APROVADOR (WS-IND)
                            ADD 1 TO WS-CT-RECUSADOS
                            DISPLAY "EX101 - DOCUMENTO "
                                    WS-REE-DOCUMENTO (WS-IND)
                                    " RECUSADO PELO APROVADOR"
                     END-IF
                     END-IF
                     END-IF
              END-IF.

       APROVA-PEDIDO.
              PERFORM LOCALIZA-CATEGORIA.
              IF WS-ACHADO EQUAL ZEROES
                     MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO
                     PERFORM RECUSA-PEDIDO
              ELSE
              IF WS-REE-VALOR (WS-IND) GREATER
                 WS-CAT-LIMITE (WS-ACHADO)
                     MOVE "ACIMA DO LIMITE" TO WS-MOTIVO
                     PERFORM RECUSA-PEDIDO
              ELSE
                     MOVE "A" TO WS-REE-STATUS (WS-IND)
                     MOVE WS-APROVADOR-ID TO WS-REE-APROVADOR (WS-IND)
                     ADD WS-REE-VALOR (WS-IND) TO
                         WS-CAT-APROVADO (WS-ACHADO)
                         WS-TOTAL-APROVADO
                     ADD 1 TO WS-CT-APROVADOS
                     DISPLAY "EX101 - DOCUMENTO "
                             WS-REE-DOCUMENTO (WS-IND)
                             " MATRICULA " WS-REE-MATRICULA (WS-IND)
                             " APROVADO - " WS-REE-VALOR (WS-IND)
                             " (SOLICITANTE "
                             WS-REE-SOLICITANTE (WS-IND)
                             " / APROVADOR " WS-APROVADOR-ID ")"
              END-IF
              END-IF.

       RECUSA-PEDIDO.
              MOVE "R" TO WS-REE-STATUS (WS-IND).
              MOVE WS-APROVADOR-ID TO WS-REE-APROVADOR (WS-IND).
              ADD 1 TO WS-CT-RECUSADOS.
              MOVE "EX101" TO REJ-PROGRAMA.
              MOVE WS-REE-MATRICULA (WS-IND) TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX101 - DOCUMENTO "
                      WS-REE-DOCUMENTO (WS-IND)
                      " RECUSADO NA REVALIDACAO: " WS-MOTIVO.

       REGRAVA-PEDIDOS.
              OPEN OUTPUT REEMBOLSOS.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PEDIDOS
                      MOVE WS-REE-MATRICULA (WS-IND) TO REE-MATRICULA
                      MOVE WS-REE-NOME (WS-IND) TO REE-NOME
                      MOVE WS-REE-CATEGORIA (WS-IND) TO REE-CATEGORIA
                      MOVE WS-REE-DATA (WS-IND) TO REE-DATA
                      MOVE WS-REE-VALOR (WS-IND) TO REE-VALOR
                      MOVE WS-REE-DOCUMENTO (WS-IND) TO REE-DOCUMENTO
                      MOVE WS-REE-SOLICITANTE (WS-IND)
                           TO REE-SOLICITANTE
                      MOVE WS-REE-DATA-HORA (WS-IND) TO REE-DATA-HORA
                      MOVE WS-REE-STATUS (WS-IND) TO REE-STATUS
                      MOVE WS-REE-APROVADOR (WS-IND) TO REE-APROVADOR
                      MOVE WS-REE-DATA-PAGTO (WS-IND)
                           TO REE-DATA-PAGTO
                      WRITE REG-REEMB
              END-PERFORM.
              CLOSE REEMBOLSOS.

       CONFERE-E-GRAVA.
              MOVE ZEROES TO WS-TOTAL-DEBITOS.
              PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                      UNTIL WS-IND-CAT GREATER WS-TOTAL-CATEGORIAS
                      ADD WS-CAT-APROVADO (WS-IND-CAT) TO
                          WS-TOTAL-DEBITOS
              END-PERFORM.
              MOVE WS-TOTAL-APROVADO TO WS-TOTAL-CREDITOS.
              IF WS-TOTAL-DEBITOS NOT EQUAL WS-TOTAL-CREDITOS
                     DISPLAY "EX101 - LOTE NAO BALANCEIA - DEBITOS "
                             WS-TOTAL-DEBITOS
                             " CREDITOS " WS-TOTAL-CREDITOS
                     DISPLAY "EX101 - EX101-LANCTOS.DAT NAO FOI "
                             "GERADO"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-LANCAMENTOS
              END-IF.

       GRAVA-LANCAMENTOS.
              OPEN OUTPUT LANCAMENTOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "H" TO LAN-CAB-TIPO.
              MOVE WS-DATA-PROCESSO TO LAN-CAB-CICLO.
              WRITE REG-LANCTO.
              PERFORM GRAVA-DEBITO-CATEGORIA
                      VARYING WS-IND-CAT FROM 1 BY 1
                      UNTIL WS-IND-CAT GREATER WS-TOTAL-CATEGORIAS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "D" TO LAN-TIPO.
              MOVE "C" TO LAN-DC.
              MOVE "REEMBOLSOS A PAGAR" TO LAN-CONTA.
              MOVE WS-TOTAL-CREDITOS TO LAN-VALOR.
              WRITE REG-LANCTO.
              ADD 1 TO WS-CT-LANCTOS.
              MOVE SPACES TO REG-LANCTO.
              MOVE "T" TO LAN-TRL-TIPO.
              MOVE WS-CT-LANCTOS TO LAN-TRL-QTDE.
              MOVE WS-TOTAL-DEBITOS TO LAN-TRL-DEBITO.
              MOVE WS-TOTAL-CREDITOS TO LAN-TRL-CREDITO.
              WRITE REG-LANCTO.
              CLOSE LANCAMENTOS.
              DISPLAY "EX101 - LOTE CONTABIL DOS REEMBOLSOS GERADO "
                      "COM " WS-CT-LANCTOS
                      " LANCAMENTO(S) BALANCEADOS".

       GRAVA-DEBITO-CATEGORIA.
              IF WS-CAT-APROVADO (WS-IND-CAT) GREATER ZEROES
                     MOVE SPACES TO REG-LANCTO
                     MOVE "D" TO LAN-TIPO
                     MOVE "D" TO LAN-DC
                     MOVE SPACES TO LAN-CONTA
                     STRING "DESPESA REEMBOLSO "
                            WS-CAT-CODIGO (WS-IND-CAT)
                            " " WS-CAT-DESCRICAO (WS-IND-CAT) (1:9)
                            DELIMITED BY SIZE INTO LAN-CONTA
                     MOVE WS-CAT-APROVADO (WS-IND-CAT) TO LAN-VALOR
                     WRITE REG-LANCTO
                     ADD 1 TO WS-CT-LANCTOS
              END-IF.

       RESUMO-FINAL.
              DISPLAY "EX101 - RESUMO DA APROVACAO DE REEMBOLSOS".
              DISPLAY "APROVADOR            : " WS-APROVADOR-ID.
              DISPLAY "PEDIDOS NO LIVRO     : " WS-TOTAL-PEDIDOS.
              DISPLAY "APROVADOS (A PAGAR)  : " WS-CT-APROVADOS.
              DISPLAY "VALOR APROVADO       : " WS-TOTAL-APROVADO.
              DISPLAY "RECUSADOS            : " WS-CT-RECUSADOS.
              DISPLAY "APROVACAO PELO AUTOR : " WS-CT-AUTOR.
              DISPLAY "SEM DECISAO (FICAM P): " WS-CT-SEM-DECISAO.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
