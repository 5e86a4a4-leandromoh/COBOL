      *          EX63-COMPOSICAO.DAT, E ANTES DE GRAVAR O TRAILER A
      *          SOMATORIA CONSOLIDADA E CONFERIDA CONTRA A SOMA DOS
      *          TOTAIS LIDOS DE CADA FONTE - REMESSA QUE NAO FECHA
      *          NAO VAI AO BANCO (RETURN-CODE 16).
      *          O ADIANTAMENTO QUINZENAL DE EX83 (EX83-ADIANT.CSV,
      *          COM A COMPETENCIA NO QUARTO CAMPO) ENTRA COMO QUINTA
      *          FONTE, COM COLUNA PROPRIA NA COMPOSICAO, MAS CADA
      *          LINHA E CONFERIDA NO LIVRO CADADT.DAT: SO E REMETIDA
      *          SE O ADIANTAMENTO DAQUELA COMPETENCIA ESTA LA E AINDA
      *          NAO FOI DESCONTADO POR EX26 - UM EX83-ADIANT.CSV
      *          ESQUECIDO NO DIRETORIO NAO PAGA DE NOVO NA REMESSA DO
      *          FECHAMENTO. SEM CADADT.DAT A FONTE E PULADA, COM
      *          AVISO. OS REEMBOLSOS DE DESPESA APROVADOS POR EX101
      *          (STATUS "A" NO LIVRO EX100-REEMB.DAT) ENTRAM COMO
      *          SEXTA FONTE, DE PAGAMENTO NAO TRIBUTAVEL: NAO PASSAM
      *          POR EX26 NEM CADLIQ, SAO SOMADOS AO CREDITO UNICO DA
      *          MATRICULA E SAEM NA COMPOSICAO EM LINHA PROPRIA DE
      *          REEMBOLSO. SO QUANDO A REMESSA FECHA OS PEDIDOS PAGOS
      *          SAO MARCADOS "G" NO LIVRO COM A DATA DA REMESSA -
      *          REEXECUCAO NAO PAGA O MESMO REEMBOLSO DUAS VEZES.
      *          SEM O LIVRO A FONTE E PULADA. OS RECIBOS DE
      *          AUTONOMO EMITIDOS POR EX124 (STATUS "A" NO LIVRO
      *          CADRPA.DAT) ENTRAM COMO SETIMA FONTE: O LIQUIDO DOS
      *          RPA E SOMADO POR CODIGO DE AUTONOMO E SAI NA REMESSA
      *          COMO DETALHE PROPRIO, COM A CONTA DE CREDITO DO
      *          RECIBO E A MARCA "RPA" - AUTONOMO NAO TEM MATRICULA
      *          NEM CONTA NO CADASTRO DO BANCO - E EM LINHA PROPRIA
      *          NA COMPOSICAO. COMO OS REEMBOLSOS, SO QUANDO A
      *          REMESSA FECHA OS RECIBOS SAO MARCADOS "G" COM A DATA
      *          DA REMESSA. SEM O LIVRO A FONTE E PULADA. DA MESMA
      *          FORMA, SO QUANDO A REMESSA FECHA OS ADIANTAMENTOS
      *          REMETIDOS RECEBEM EM CADADT.DAT A DATA DA REMESSA
      *          (ADT-DATA-REMESSA), E A LINHA DE EX83-ADIANT.CSV CUJO
      *          ADIANTAMENTO JA TEM ESSA DATA E RECUSADA - UMA SEGUNDA
      *          EXECUCAO DE EX63 NO MESMO CICLO NAO MANDA O
      *          ADIANTAMENTO AO BANCO DE NOVO. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COMPOSICAO ASSIGN TO DISK.
       SELECT REEMBOLSOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REEMBOLSOS.
       SELECT LIVRO-RPA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIVRO.
       SELECT CADADT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADT-MATRICULA
              FILE STATUS IS WS-STATUS-CADADT.

       DATA DIVISION.

          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX63-REMESSA.CSV".

       01 REG-REMESSA PIC X(80).

       FD COMPOSICAO
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX63-COMPOSICAO.DAT".
       01 REG-COMP PIC X(132).

       FD CADADT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADADT.DAT".

       01 REG-ADT.
              COPY CADADT.

       FD REEMBOLSOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX100-REEMB.DAT".

       01 REG-REEMB.
              COPY CADREEMB.

       FD LIVRO-RPA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADRPA.DAT".

       01 REG-RPA.
              COPY CADRPA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-MATRICULA-TXT PIC X(05) VALUE SPACES.
       77 WS-NOME-TXT PIC X(20) VALUE SPACES.
       77 WS-VALOR-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-COMPET-TXT PIC X(06) VALUE SPACES.
       77 WS-STATUS-CADADT PIC X(02).
       77 WS-CT-ADIANT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ADIANT-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-FONTE-OK PIC X(03) VALUE "SIM".
       77 WS-LINHA-OK PIC X(03) VALUE "SIM".
       77 WS-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-VALOR PIC 9(9)V99 VALUE ZEROES.
       77 WS-CT-GRAVADOS PIC 9(05) VALUE ZEROES.
       77 WS-DATA-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-VALOR-ED PIC 9(9),99.
       77 WS-HASH-ED PIC 9(9),99.
       77 WS-STATUS-REEMBOLSOS PIC X(02).
       77 WS-IND-REE PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-PEDIDOS-REE PIC 9(05) VALUE ZEROES.
       77 WS-CT-REEMB-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-REEMB PIC 9(9)V99 VALUE ZEROES.
       77 WS-STATUS-LIVRO PIC X(02).
       77 WS-IND-RPA PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-RECIBOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-AUT PIC 9(03) VALUE ZEROES.
       77 WS-CT-RPA-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-RPA PIC 9(9)V99 VALUE ZEROES.
       77 WS-AGENCIA-CONTA PIC X(15) VALUE SPACES.

       01 TABELA-FONTES-CSV.
              02 FILLER PIC X(20) VALUE "EX25-DECIMO.CSV".
              02 FILLER PIC X(20) VALUE "EX35-BONUS.CSV".
              02 FILLER PIC X(20) VALUE "EX37-RETRO.CSV".
              02 FILLER PIC X(20) VALUE "EX83-ADIANT.CSV".

       01 TABELA-FONTES-CSV-RED REDEFINES TABELA-FONTES-CSV.
              02 NOME-FONTE PIC X(20) OCCURS 4 TIMES.

       01 TABELA-CREDITOS.
              02 WS-CRED OCCURS 5000 TIMES.
                     03 WS-CRED-DECIMO    PIC 9(7)V99.
                     03 WS-CRED-BONUS     PIC 9(7)V99.
                     03 WS-CRED-RETRO     PIC 9(7)V99.
                     03 WS-CRED-ADIANT    PIC 9(7)V99.
                     03 WS-CRED-REEMB     PIC 9(7)V99.

       01 TABELA-REEMBOLSOS.
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

       01 TABELA-RECIBOS.
              02 WS-RPA-REG PIC X(173) OCCURS 5000 TIMES.

       01 TABELA-AUTONOMOS.
              02 WS-AUT OCCURS 500 TIMES.
                     03 WS-AUT-CODIGO  PIC 9(05).
                     03 WS-AUT-NOME    PIC X(20).
                     03 WS-AUT-BANCO   PIC 9(03).
                     03 WS-AUT-AGENCIA PIC 9(04).
                     03 WS-AUT-CONTA   PIC 9(08).
                     03 WS-AUT-DIGITO  PIC 9(01).
                     03 WS-AUT-QT-RPA  PIC 9(03).
                     03 WS-AUT-VALOR   PIC 9(7)V99.

       01 LINHA-COMP.
          02 FILLER PIC X(05) VALUE "MATR ".
          02 COMP-BONUS PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(07) VALUE " RETRO ".
          02 COMP-RETRO PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(08) VALUE " ADIANT ".
          02 COMP-ADIANT PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(07) VALUE " CRED  ".
          02 COMP-TOTAL PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(01) VALUE SPACES.

       01 LINHA-COMP-REEMB.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(33)
                 VALUE " REEMBOLSO DE DESPESA (NAO TRIB.)".
          02 COMP-REEMB PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(77) VALUE SPACES.

       01 LINHA-COMP-RPA.
          02 FILLER PIC X(09) VALUE "AUTONOMO ".
          02 COMP-AUT-CODIGO PIC 9(05).
          02 FILLER PIC X(01) VALUE SPACES.
          02 COMP-AUT-NOME PIC X(20).
          02 FILLER PIC X(08) VALUE " RECIBOS".
          02 COMP-AUT-QT-RPA PIC ZZ9.
          02 FILLER PIC X(08) VALUE " BANCO  ".
          02 COMP-AUT-BANCO PIC 9(03).
          02 FILLER PIC X(26) VALUE SPACES.
          02 FILLER PIC X(07) VALUE " CRED  ".
          02 COMP-AUT-TOTAL PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA63.
       PERFORM CARREGA-FOLHA.
       PERFORM CARREGA-FONTE
               VARYING WS-IND-FONTE FROM 1 BY 1
               UNTIL WS-IND-FONTE GREATER 4.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-REEMBOLSOS
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-RECIBOS
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM GRAVA-REMESSA
       END-IF.
                     DISPLAY "EX63 - FONTE "
                             FUNCTION TRIM (WS-NOME-CSV)
                             " AUSENTE NESTE CICLO - PULADA"
              ELSE
                     MOVE "SIM" TO WS-FONTE-OK
                     IF WS-IND-FONTE EQUAL 4
                            PERFORM ABRE-CADADT
                     END-IF
                     IF WS-FONTE-OK EQUAL "SIM"
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ ARQ-CSV
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          PERFORM ACUMULA-LINHA-CSV
                                   END-READ
                            END-PERFORM
                            IF WS-IND-FONTE EQUAL 4
                                   CLOSE CADADT
                            END-IF
                     END-IF
                     CLOSE ARQ-CSV
              END-IF.

       CARREGA-REEMBOLSOS.
              OPEN INPUT REEMBOLSOS.
              IF WS-STATUS-REEMBOLSOS NOT EQUAL "00"
                     DISPLAY "EX63 - FONTE EX100-REEMB.DAT AUSENTE "
                             "NESTE CICLO - PULADA"
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ REEMBOLSOS
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-REEMBOLSO
                            END-READ
                     END-PERFORM
                     CLOSE REEMBOLSOS
              END-IF.

       GUARDA-REEMBOLSO.
              IF WS-TOTAL-PEDIDOS-REE EQUAL 5000
                     DISPLAY "EX63 - TABELA DE REEMBOLSOS CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-PEDIDOS-REE
                     MOVE WS-TOTAL-PEDIDOS-REE TO WS-IND-REE
                     MOVE REE-MATRICULA TO WS-REE-MATRICULA (WS-IND-REE)
                     MOVE REE-NOME TO WS-REE-NOME (WS-IND-REE)
                     MOVE REE-CATEGORIA TO WS-REE-CATEGORIA (WS-IND-REE)
                     MOVE REE-DATA TO WS-REE-DATA (WS-IND-REE)
                     MOVE REE-VALOR TO WS-REE-VALOR (WS-IND-REE)
                     MOVE REE-DOCUMENTO TO
                          WS-REE-DOCUMENTO (WS-IND-REE)
                     MOVE REE-SOLICITANTE TO
                          WS-REE-SOLICITANTE (WS-IND-REE)
                     MOVE REE-DATA-HORA TO
                          WS-REE-DATA-HORA (WS-IND-REE)
                     MOVE REE-STATUS TO WS-REE-STATUS (WS-IND-REE)
                     MOVE REE-APROVADOR TO
                          WS-REE-APROVADOR (WS-IND-REE)
                     MOVE REE-DATA-PAGTO TO
                          WS-REE-DATA-PAGTO (WS-IND-REE)
                     IF REE-STATUS EQUAL "A"
                            PERFORM ACUMULA-REEMBOLSO
                     END-IF
              END-IF.

       ACUMULA-REEMBOLSO.
              MOVE REE-MATRICULA TO WS-MATRICULA.
              MOVE REE-NOME TO WS-NOME-TXT.
              PERFORM LOCALIZA-MATRICULA.
              IF WS-ACHADO GREATER ZEROES
                     ADD REE-VALOR TO WS-CRED-REEMB (WS-ACHADO)
                     ADD REE-VALOR TO WS-TOTAL-FONTES
                     ADD REE-VALOR TO WS-TOTAL-REEMB
                     ADD 1 TO WS-CT-REEMB-PAGOS
              END-IF.

       BAIXA-REEMBOLSOS.
              OPEN OUTPUT REEMBOLSOS.
              PERFORM VARYING WS-IND-REE FROM 1 BY 1
                      UNTIL WS-IND-REE GREATER WS-TOTAL-PEDIDOS-REE
                      IF WS-REE-STATUS (WS-IND-REE) EQUAL "A"
                             MOVE "G" TO WS-REE-STATUS (WS-IND-REE)
                             MOVE WS-DATA-GERACAO TO
                                  WS-REE-DATA-PAGTO (WS-IND-REE)
                      END-IF
                      MOVE WS-REE-MATRICULA (WS-IND-REE)
                           TO REE-MATRICULA
                      MOVE WS-REE-NOME (WS-IND-REE) TO REE-NOME
                      MOVE WS-REE-CATEGORIA (WS-IND-REE)
                           TO REE-CATEGORIA
                      MOVE WS-REE-DATA (WS-IND-REE) TO REE-DATA
                      MOVE WS-REE-VALOR (WS-IND-REE) TO REE-VALOR
                      MOVE WS-REE-DOCUMENTO (WS-IND-REE)
                           TO REE-DOCUMENTO
                      MOVE WS-REE-SOLICITANTE (WS-IND-REE)
                           TO REE-SOLICITANTE
                      MOVE WS-REE-DATA-HORA (WS-IND-REE)
                           TO REE-DATA-HORA
                      MOVE WS-REE-STATUS (WS-IND-REE) TO REE-STATUS
                      MOVE WS-REE-APROVADOR (WS-IND-REE)
                           TO REE-APROVADOR
                      MOVE WS-REE-DATA-PAGTO (WS-IND-REE)
                           TO REE-DATA-PAGTO
                      WRITE REG-REEMB
              END-PERFORM.
              CLOSE REEMBOLSOS.
              DISPLAY "EX63 - " WS-CT-REEMB-PAGOS
                      " REEMBOLSO(S) DE DESPESA REMETIDO(S) - VALOR "
                      WS-TOTAL-REEMB " - BAIXADOS EM EX100-REEMB.DAT".

       CARREGA-RECIBOS.
              OPEN INPUT LIVRO-RPA.
              IF WS-STATUS-LIVRO NOT EQUAL "00"
                     DISPLAY "EX63 - FONTE CADRPA.DAT AUSENTE NESTE "
                             "CICLO - PULADA"
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ LIVRO-RPA
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-RECIBO
                            END-READ
                     END-PERFORM
                     CLOSE LIVRO-RPA
              END-IF.

       GUARDA-RECIBO.
              IF WS-TOTAL-RECIBOS EQUAL 5000
                     DISPLAY "EX63 - TABELA DE RECIBOS RPA CHEIA "
                             "(5000) - ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-RECIBOS
                     MOVE REG-RPA TO WS-RPA-REG (WS-TOTAL-RECIBOS)
                     IF RPA-STATUS EQUAL "A"
                            PERFORM ACUMULA-RECIBO
                     END-IF
              END-IF.

       ACUMULA-RECIBO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-AUT
                      IF RPA-CODIGO EQUAL WS-AUT-CODIGO (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-AUT EQUAL 500
                            DISPLAY "EX63 - TABELA DE AUTONOMOS CHEIA "
                                    "(500) - ABORTANDO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            ADD 1 TO WS-TOTAL-AUT
                            MOVE WS-TOTAL-AUT TO WS-ACHADO
                            MOVE RPA-CODIGO TO
                                 WS-AUT-CODIGO (WS-ACHADO)
                            MOVE ZEROES TO WS-AUT-QT-RPA (WS-ACHADO)
                                           WS-AUT-VALOR (WS-ACHADO)
                     END-IF
              END-IF.
              IF WS-ACHADO GREATER ZEROES
                     MOVE RPA-NOME TO WS-AUT-NOME (WS-ACHADO)
                     MOVE RPA-BANCO TO WS-AUT-BANCO (WS-ACHADO)
                     MOVE RPA-AGENCIA TO WS-AUT-AGENCIA (WS-ACHADO)
                     MOVE RPA-CONTA TO WS-AUT-CONTA (WS-ACHADO)
                     MOVE RPA-DIGITO TO WS-AUT-DIGITO (WS-ACHADO)
                     ADD 1 TO WS-AUT-QT-RPA (WS-ACHADO)
                     ADD RPA-LIQUIDO TO WS-AUT-VALOR (WS-ACHADO)
                     ADD RPA-LIQUIDO TO WS-TOTAL-FONTES
                     ADD RPA-LIQUIDO TO WS-TOTAL-RPA
                     ADD 1 TO WS-CT-RPA-PAGOS
              END-IF.

       BAIXA-RECIBOS.
              OPEN OUTPUT LIVRO-RPA.
              PERFORM VARYING WS-IND-RPA FROM 1 BY 1
                      UNTIL WS-IND-RPA GREATER WS-TOTAL-RECIBOS
                      MOVE WS-RPA-REG (WS-IND-RPA) TO REG-RPA
                      IF RPA-STATUS EQUAL "A"
                             MOVE "G" TO RPA-STATUS
                             MOVE WS-DATA-GERACAO TO RPA-DATA-PAGTO
                      END-IF
                      WRITE REG-RPA
              END-PERFORM.
              CLOSE LIVRO-RPA.
              DISPLAY "EX63 - " WS-CT-RPA-PAGOS
                      " RECIBO(S) DE AUTONOMO REMETIDO(S) - VALOR "
                      WS-TOTAL-RPA " - BAIXADOS EM CADRPA.DAT".

       BAIXA-ADIANTAMENTOS.
              OPEN I-O CADADT.
              IF WS-STATUS-CADADT NOT EQUAL "00"
                     DISPLAY "EX63 - ERRO AO ABRIR CADADT.DAT PARA "
                             "BAIXA - FILE STATUS " WS-STATUS-CADADT
                             " - ADIANTAMENTOS REMETIDOS SEM A DATA "
                             "DA REMESSA"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM MARCA-ADIANTAMENTO
                             VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-FUNC
                     CLOSE CADADT
                     DISPLAY "EX63 - " WS-CT-ADIANT-PAGOS
                             " ADIANTAMENTO(S) REMETIDO(S) - BAIXADOS "
                             "EM CADADT.DAT"
              END-IF.

       MARCA-ADIANTAMENTO.
              IF WS-CRED-ADIANT (WS-IND) GREATER ZEROES
                     MOVE WS-CRED-MATRICULA (WS-IND) TO ADT-MATRICULA
                     READ CADADT
                            INVALID KEY
                            DISPLAY "EX63 - MATRICULA "
                                    ADT-MATRICULA " SUMIU DE "
                                    "CADADT.DAT - SEM BAIXA"
                            NOT INVALID KEY
                            MOVE WS-DATA-GERACAO TO ADT-DATA-REMESSA
                            REWRITE REG-ADT
                     END-READ
              END-IF.

       ABRE-CADADT.
              OPEN INPUT CADADT.
              IF WS-STATUS-CADADT NOT EQUAL "00"
                     DISPLAY "EX63 - AVISO: CADADT.DAT INDISPONIVEL - "
                             "FILE STATUS " WS-STATUS-CADADT
                             " - FONTE EX83-ADIANT.CSV PULADA"
                     MOVE "NAO" TO WS-FONTE-OK
              END-IF.

       CONFERE-ADIANTAMENTO.
              MOVE WS-MATRICULA TO ADT-MATRICULA.
              READ CADADT
                     INVALID KEY
                            MOVE ZEROES TO ADT-SALDO
              END-READ.
              IF WS-COMPET-TXT NOT NUMERIC
                 OR ADT-COMPETENCIA NOT EQUAL WS-COMPET-TXT
                 OR ADT-COMP-DESCONTO NOT EQUAL ZEROES
                 OR ADT-DATA-REMESSA NOT EQUAL ZEROES
                 OR ADT-SALDO EQUAL ZEROES
                     ADD 1 TO WS-CT-ADIANT-RECUSADOS
                     MOVE "NAO" TO WS-LINHA-OK
                     DISPLAY "EX63 - ADIANTAMENTO DA MATRICULA "
                             WS-MATRICULA " COMPETENCIA "
                             WS-COMPET-TXT " NAO ESTA EM ABERTO EM "
                             "CADADT.DAT - NAO REMETIDO"
              END-IF.

       ACUMULA-LINHA-CSV.
              MOVE SPACES TO WS-MATRICULA-TXT WS-NOME-TXT
                             WS-VALOR-TXT WS-CENTAVOS-TXT
                             WS-COMPET-TXT.
              UNSTRING REG-CSV DELIMITED BY ","
                       INTO WS-MATRICULA-TXT
                            WS-NOME-TXT
                            WS-VALOR-TXT
                            WS-CENTAVOS-TXT
                            WS-COMPET-TXT.
              IF WS-MATRICULA-TXT NOT NUMERIC
                     DISPLAY "EX63 - LINHA SEM MATRICULA NUMERICA "
                             "EM " FUNCTION TRIM (WS-NOME-CSV)
                          TO WS-MATRICULA
                     COMPUTE WS-VALOR =
                             FUNCTION NUMVAL (WS-VALOR-TXT)
                             + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100
                     MOVE "SIM" TO WS-LINHA-OK
                     IF WS-IND-FONTE EQUAL 4
                            PERFORM CONFERE-ADIANTAMENTO
                     END-IF
                     IF WS-LINHA-OK EQUAL "SIM"
                            PERFORM LOCALIZA-MATRICULA
                     ELSE
                            MOVE ZEROES TO WS-ACHADO
                     END-IF
                     IF WS-ACHADO GREATER ZEROES
                            IF WS-IND-FONTE EQUAL 1
                                   ADD WS-VALOR TO
                                   ADD WS-VALOR TO
                                       WS-CRED-BONUS (WS-ACHADO)
                            ELSE
                            IF WS-IND-FONTE EQUAL 3
                                   ADD WS-VALOR TO
                                       WS-CRED-RETRO (WS-ACHADO)
                            ELSE
                                   ADD WS-VALOR TO
                                       WS-CRED-ADIANT (WS-ACHADO)
                                   ADD 1 TO WS-CT-ADIANT-PAGOS
                            END-IF
                            END-IF
                            END-IF
                            ADD WS-VALOR TO WS-TOTAL-FONTES
                                 WS-CRED-DECIMO (WS-ACHADO)
                                 WS-CRED-BONUS (WS-ACHADO)
                                 WS-CRED-RETRO (WS-ACHADO)
                                 WS-CRED-ADIANT (WS-ACHADO)
                                 WS-CRED-REEMB (WS-ACHADO)
                     END-IF
              END-IF.

              PERFORM GRAVA-CREDITO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-FUNC.
              PERFORM GRAVA-CREDITO-AUTONOMO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-AUT.
              IF WS-TOTAL-CONSOLIDADO NOT EQUAL WS-TOTAL-FONTES
                     DISPLAY "EX63 - CONSOLIDADO "
                             WS-TOTAL-CONSOLIDADO
                     DISPLAY "EX63 - REMESSA UNICA GERADA COM "
                             WS-CT-GRAVADOS " CREDITO(S) - VALOR "
                             WS-TOTAL-CONSOLIDADO
                     IF WS-CT-REEMB-PAGOS GREATER ZEROES
                            PERFORM BAIXA-REEMBOLSOS
                     END-IF
                     IF WS-CT-RPA-PAGOS GREATER ZEROES
                            PERFORM BAIXA-RECIBOS
                     END-IF
                     IF WS-CT-ADIANT-PAGOS GREATER ZEROES
                            PERFORM BAIXA-ADIANTAMENTOS
                     END-IF
              END-IF.
              IF WS-CT-ADIANT-RECUSADOS GREATER ZEROES
                     DISPLAY "EX63 - " WS-CT-ADIANT-RECUSADOS
                             " ADIANTAMENTO(S) FORA DE CADADT.DAT "
                             "OU JA DESCONTADO(S) OU REMETIDO(S) - "
                             "NAO REMETIDO(S)"
              END-IF.
              CLOSE REMESSA COMPOSICAO.

              COMPUTE WS-VALOR = WS-CRED-FOLHA (WS-IND)
                               + WS-CRED-DECIMO (WS-IND)
                               + WS-CRED-BONUS (WS-IND)
                               + WS-CRED-RETRO (WS-IND)
                               + WS-CRED-ADIANT (WS-IND)
                               + WS-CRED-REEMB (WS-IND).
              MOVE SPACES TO REG-REMESSA.
              MOVE WS-VALOR TO WS-VALOR-ED.
              STRING WS-CRED-MATRICULA (WS-IND) DELIMITED BY SIZE
              MOVE WS-CRED-DECIMO (WS-IND) TO COMP-DECIMO.
              MOVE WS-CRED-BONUS (WS-IND) TO COMP-BONUS.
              MOVE WS-CRED-RETRO (WS-IND) TO COMP-RETRO.
              MOVE WS-CRED-ADIANT (WS-IND) TO COMP-ADIANT.
              MOVE WS-VALOR TO COMP-TOTAL.
              WRITE REG-COMP FROM LINHA-COMP
                    AFTER ADVANCING 1 LINE.
              IF WS-CRED-REEMB (WS-IND) GREATER ZEROES
                     MOVE WS-CRED-REEMB (WS-IND) TO COMP-REEMB
                     WRITE REG-COMP FROM LINHA-COMP-REEMB
                           AFTER ADVANCING 1 LINE
              END-IF.

       GRAVA-CREDITO-AUTONOMO.
              MOVE WS-AUT-VALOR (WS-IND) TO WS-VALOR.
              MOVE SPACES TO REG-REMESSA.
              MOVE WS-VALOR TO WS-VALOR-ED.
              MOVE SPACES TO WS-AGENCIA-CONTA.
              STRING WS-AUT-AGENCIA (WS-IND)    DELIMITED BY SIZE
                     ","                        DELIMITED BY SIZE
                     WS-AUT-CONTA (WS-IND)      DELIMITED BY SIZE
                     "-"                        DELIMITED BY SIZE
                     WS-AUT-DIGITO (WS-IND)     DELIMITED BY SIZE
                     INTO WS-AGENCIA-CONTA
              END-STRING.
              STRING WS-AUT-CODIGO (WS-IND)     DELIMITED BY SIZE
                     ","                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AUT-NOME (WS-IND))
                                                DELIMITED BY SIZE
                     ","                        DELIMITED BY SIZE
                     WS-VALOR-ED                DELIMITED BY SIZE
                     ","                        DELIMITED BY SIZE
                     WS-AUT-BANCO (WS-IND)      DELIMITED BY SIZE
                     ","                        DELIMITED BY SIZE
                     WS-AGENCIA-CONTA           DELIMITED BY SIZE
                     ",RPA"                     DELIMITED BY SIZE
                     INTO REG-REMESSA
              END-STRING.
              WRITE REG-REMESSA.
              ADD 1 TO WS-CT-GRAVADOS.
              ADD WS-VALOR TO WS-TOTAL-CONSOLIDADO.
              MOVE WS-AUT-CODIGO (WS-IND) TO COMP-AUT-CODIGO.
              MOVE WS-AUT-NOME (WS-IND) TO COMP-AUT-NOME.
              MOVE WS-AUT-QT-RPA (WS-IND) TO COMP-AUT-QT-RPA.
              MOVE WS-AUT-BANCO (WS-IND) TO COMP-AUT-BANCO.
              MOVE WS-VALOR TO COMP-AUT-TOTAL.
              WRITE REG-COMP FROM LINHA-COMP-RPA
                    AFTER ADVANCING 1 LINE.
