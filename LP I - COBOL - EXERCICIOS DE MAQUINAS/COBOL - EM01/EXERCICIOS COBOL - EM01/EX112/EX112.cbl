       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX112.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  BAIXA DAS MENSALIDADES PELO ARQUIVO DE RETORNO DA
      *          COBRANCA, RETORNO-MENS.DAT, DEVOLVIDO PELO BANCO PARA
      *          A REMESSA DE EX111: HEADER "H", UM DETALHE "D" POR
      *          BOLETO PAGO (NOSSO NUMERO, DATA E VALOR PAGO) E
      *          TRAILER "T" COM QUANTIDADE E VALOR TOTAL, CONFERIDO
      *          CONTRA OS DETALHES LIDOS. O LIVRO MENSALIDADES.DAT
      *          (COPY CADMENS) E CARREGADO EM TABELA, NO MESMO MOLDE
      *          DE EX101; O BOLETO PAGO E MARCADO "P" COM A DATA E O
      *          VALOR PAGO E O LIVRO E REGRAVADO POR INTEIRO. NOSSO
      *          NUMERO QUE NAO ESTA NO LIVRO, BOLETO JA PAGO E
      *          PAGAMENTO A MENOR VAO PARA REJ-COMUM.DAT
      *          (REJ-PROGRAMA "EX112", CHAVE = NUMERO DO ALUNO) - O
      *          BOLETO PAGO A MENOR CONTINUA EM ABERTO PARA A
      *          SECRETARIA ACERTAR A DIFERENCA. PAGAMENTO A MAIOR E
      *          BAIXADO E LISTADO NO CONSOLE. SEM O LIVRO OU SEM O
      *          RETORNO NADA E BAIXADO (RETURN-CODE 16). TERMINA COM
      *          GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MENSALIDADES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MENS.
       SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RETORNO.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MENSALIDADES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MENSALIDADES.DAT".

       01 REG-MENS.
              COPY CADMENS.

       FD RETORNO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "RETORNO-MENS.DAT".

       01 REG-RETORNO.
              02 RTM-TIPO         PIC X(01).
              02 RTM-NOSSO-NUMERO PIC 9(11).
              02 FILLER REDEFINES RTM-NOSSO-NUMERO.
                     03 RTM-COMPETENCIA PIC 9(06).
                     03 RTM-NUMERO      PIC 9(05).
              02 RTM-DATA-PAGTO   PIC 9(08).
              02 RTM-VALOR-PAGO   PIC 9(05)V99.
              02 FILLER           PIC X(53).

       01 REG-RETORNO-TRL REDEFINES REG-RETORNO.
              02 RTM-TRL-TIPO  PIC X(01).
              02 RTM-TRL-QTDE  PIC 9(05).
              02 RTM-TRL-VALOR PIC 9(09)V99.
              02 FILLER        PIC X(63).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MENS PIC X(02).
       77 WS-STATUS-RETORNO PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TEM-TRAILER PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-MENS PIC 9(05) VALUE ZEROES.
       77 WS-TRL-QTDE PIC 9(05) VALUE ZEROES.
       77 WS-TRL-VALOR PIC 9(09)V99 VALUE ZEROES.
       77 WS-CT-DETALHES PIC 9(05) VALUE ZEROES.
       77 WS-CT-BAIXADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-A-MAIOR PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-RETORNO PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-BAIXADO PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-RETORNO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-BAIXADO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TABELA-MENSALIDADES.
              02 WS-MEN OCCURS 5000 TIMES.
                     03 WS-MEN-NOSSO-NUMERO PIC 9(11).
                     03 WS-MEN-NOME         PIC X(20).
                     03 WS-MEN-TURMA        PIC X(03).
                     03 WS-MEN-VALOR-TABELA PIC 9(05)V99.
                     03 WS-MEN-DESCONTO     PIC 9(05)V99.
                     03 WS-MEN-VALOR        PIC 9(05)V99.
                     03 WS-MEN-VENCIMENTO   PIC 9(08).
                     03 WS-MEN-STATUS       PIC X(01).
                     03 WS-MEN-DATA-PAGTO   PIC 9(08).
                     03 WS-MEN-VALOR-PAGO   PIC 9(05)V99.

       PROCEDURE DIVISION.

       PROGRAMA112.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM CONFERE-TRAILER
              IF WS-CT-BAIXADOS GREATER ZEROES
                     PERFORM REGRAVA-MENSALIDADES
              END-IF
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM CARREGA-MENSALIDADES.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT RETORNO
                     IF WS-STATUS-RETORNO NOT EQUAL "00"
                            DISPLAY "EX112 - RETORNO-MENS.DAT AUSENTE "
                                    "- NADA A BAIXAR"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            PERFORM ABRE-REJ-COMUM
                            MOVE 0 TO FIM-ARQ
                            PERFORM VERIFICA-FIM
                     END-IF
              END-IF.

       CARREGA-MENSALIDADES.
              OPEN INPUT MENSALIDADES.
              IF WS-STATUS-MENS NOT EQUAL "00"
                     DISPLAY "EX112 - MENSALIDADES.DAT AUSENTE - NADA "
                             "A BAIXAR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ MENSALIDADES
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-MENSALIDADE
                            END-READ
                     END-PERFORM
                     CLOSE MENSALIDADES
              END-IF.

       GUARDA-MENSALIDADE.
              IF WS-TOTAL-MENS EQUAL 5000
                     DISPLAY "EX112 - TABELA DE MENSALIDADES CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-MENS
                     MOVE MEN-NOSSO-NUMERO TO
                          WS-MEN-NOSSO-NUMERO (WS-TOTAL-MENS)
                     MOVE MEN-NOME TO WS-MEN-NOME (WS-TOTAL-MENS)
                     MOVE MEN-TURMA TO WS-MEN-TURMA (WS-TOTAL-MENS)
                     MOVE MEN-VALOR-TABELA TO
                          WS-MEN-VALOR-TABELA (WS-TOTAL-MENS)
                     MOVE MEN-DESCONTO TO
                          WS-MEN-DESCONTO (WS-TOTAL-MENS)
                     MOVE MEN-VALOR TO WS-MEN-VALOR (WS-TOTAL-MENS)
                     MOVE MEN-VENCIMENTO TO
                          WS-MEN-VENCIMENTO (WS-TOTAL-MENS)
                     MOVE MEN-STATUS TO WS-MEN-STATUS (WS-TOTAL-MENS)
                     MOVE MEN-DATA-PAGTO TO
                          WS-MEN-DATA-PAGTO (WS-TOTAL-MENS)
                     MOVE MEN-VALOR-PAGO TO
                          WS-MEN-VALOR-PAGO (WS-TOTAL-MENS)
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       VERIFICA-FIM.
              READ RETORNO
                     AT END MOVE 1 TO FIM-ARQ.

       PRINCIPAL.
              IF RTM-TIPO EQUAL "D"
                     ADD 1 TO WS-CT-DETALHES
                     ADD RTM-VALOR-PAGO TO WS-TOTAL-RETORNO
                     PERFORM BAIXA-BOLETO
              ELSE
              IF RTM-TIPO EQUAL "T"
                     MOVE "SIM" TO WS-TEM-TRAILER
                     MOVE RTM-TRL-QTDE TO WS-TRL-QTDE
                     MOVE RTM-TRL-VALOR TO WS-TRL-VALOR
              END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       LOCALIZA-BOLETO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-MENS
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-MEN-NOSSO-NUMERO (WS-IND) EQUAL
                         RTM-NOSSO-NUMERO
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       BAIXA-BOLETO.
              PERFORM LOCALIZA-BOLETO.
              IF WS-ACHADO EQUAL ZEROES
                     MOVE "BOLETO INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-PAGAMENTO
              ELSE
              IF WS-MEN-STATUS (WS-ACHADO) EQUAL "P"
                     MOVE "BOLETO JA PAGO" TO WS-MOTIVO
                     PERFORM REJEITA-PAGAMENTO
              ELSE
              IF RTM-VALOR-PAGO LESS WS-MEN-VALOR (WS-ACHADO)
                     MOVE "VALOR PAGO A MENOR" TO WS-MOTIVO
                     PERFORM REJEITA-PAGAMENTO
              ELSE
                     MOVE "P" TO WS-MEN-STATUS (WS-ACHADO)
                     MOVE RTM-DATA-PAGTO TO
                          WS-MEN-DATA-PAGTO (WS-ACHADO)
                     MOVE RTM-VALOR-PAGO TO
                          WS-MEN-VALOR-PAGO (WS-ACHADO)
                     ADD 1 TO WS-CT-BAIXADOS
                     ADD RTM-VALOR-PAGO TO WS-TOTAL-BAIXADO
                     IF RTM-VALOR-PAGO GREATER
                        WS-MEN-VALOR (WS-ACHADO)
                            ADD 1 TO WS-CT-A-MAIOR
                            DISPLAY "EX112 - BOLETO " RTM-NOSSO-NUMERO
                                    " PAGO A MAIOR - DEVIDO "
                                    WS-MEN-VALOR (WS-ACHADO)
                                    " PAGO " RTM-VALOR-PAGO
                     END-IF
              END-IF
              END-IF
              END-IF.

       REJEITA-PAGAMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX112" TO REJ-PROGRAMA.
              MOVE RTM-NUMERO TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX112 - BOLETO " RTM-NOSSO-NUMERO
                      " NAO BAIXADO: " WS-MOTIVO.

       CONFERE-TRAILER.
              IF WS-TEM-TRAILER EQUAL "NAO"
                     DISPLAY "EX112 - ATENCAO: RETORNO SEM TRAILER - "
                             "TOTAIS DO BANCO NAO CONFERIDOS"
              ELSE
              IF WS-TRL-QTDE NOT EQUAL WS-CT-DETALHES
                 OR WS-TRL-VALOR NOT EQUAL WS-TOTAL-RETORNO
                     DISPLAY "EX112 - ATENCAO: TRAILER DO RETORNO NAO "
                             "CONFERE - BANCO " WS-TRL-QTDE " / "
                             WS-TRL-VALOR " LIDO " WS-CT-DETALHES
                             " / " WS-TOTAL-RETORNO
                     MOVE 4 TO RETURN-CODE
              END-IF
              END-IF.

       REGRAVA-MENSALIDADES.
              OPEN OUTPUT MENSALIDADES.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-MENS
                      MOVE WS-MEN-NOSSO-NUMERO (WS-IND)
                           TO MEN-NOSSO-NUMERO
                      MOVE WS-MEN-NOME (WS-IND) TO MEN-NOME
                      MOVE WS-MEN-TURMA (WS-IND) TO MEN-TURMA
                      MOVE WS-MEN-VALOR-TABELA (WS-IND)
                           TO MEN-VALOR-TABELA
                      MOVE WS-MEN-DESCONTO (WS-IND) TO MEN-DESCONTO
                      MOVE WS-MEN-VALOR (WS-IND) TO MEN-VALOR
                      MOVE WS-MEN-VENCIMENTO (WS-IND)
                           TO MEN-VENCIMENTO
                      MOVE WS-MEN-STATUS (WS-IND) TO MEN-STATUS
                      MOVE WS-MEN-DATA-PAGTO (WS-IND)
                           TO MEN-DATA-PAGTO
                      MOVE WS-MEN-VALOR-PAGO (WS-IND)
                           TO MEN-VALOR-PAGO
                      WRITE REG-MENS
              END-PERFORM.
              CLOSE MENSALIDADES.

       RESUMO-FINAL.
              MOVE WS-TOTAL-RETORNO TO WS-TOTAL-RETORNO-ED.
              MOVE WS-TOTAL-BAIXADO TO WS-TOTAL-BAIXADO-ED.
              DISPLAY "EX112 - RESUMO DA BAIXA DE MENSALIDADES".
              DISPLAY "MENSALIDADES NO LIVRO : " WS-TOTAL-MENS.
              DISPLAY "PAGAMENTOS NO RETORNO : " WS-CT-DETALHES.
              DISPLAY "VALOR DO RETORNO      : " WS-TOTAL-RETORNO-ED.
              DISPLAY "BOLETOS BAIXADOS      : " WS-CT-BAIXADOS.
              DISPLAY "VALOR BAIXADO         : " WS-TOTAL-BAIXADO-ED.
              DISPLAY "PAGOS A MAIOR         : " WS-CT-A-MAIOR.
              DISPLAY "REJEITADOS            : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE RETORNO REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
