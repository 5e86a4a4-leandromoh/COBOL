       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX102.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONVERSAO DE UMA VEZ SO DE CADFUN.DAT PARA O
      *          LAYOUT COM A DATA DE ADMISSAO (DATA-ADMISSAO,
      *          AAAAMMDD) AO FINAL DO REGISTRO - SEM ELA EX43
      *          PRORRATEAVA FERIAS PELOS MESES DO ANO E NINGUEM ERA
      *          AVISADO DO FIM DA EXPERIENCIA OU DAS FERIAS PERTO DE
      *          VENCER EM DOBRO (EX103). LE O CADFUN.DAT NO LAYOUT
      *          ANTIGO E GRAVA CADFUN-NOVO.DAT NO LAYOUT NOVO, NO
      *          MOLDE DAS CONVERSOES DE EX32 E EX67. A DATA DE CADA
      *          MATRICULA VEM DA CARGA INICIAL ADMISSOES.DAT
      *          (MATRICULA E DATA, LEVANTADAS PELO RH DAS FICHAS DE
      *          REGISTRO), QUE E OPCIONAL: MATRICULA SEM LINHA NA
      *          CARGA, OU COM DATA INVALIDA (CONFERIDA PELO
      *          SUBPROGRAMA DATSRV, FUNCAO "V"), FICA COM A DATA
      *          ZERADA, E LISTADA NO CONSOLE E DEVE SER ACERTADA
      *          DEPOIS COM UMA ALTERACAO ("U") VIA EX27. A PROVA DE
      *          QUE NENHUM VALOR MUDOU SAI NO CONSOLE: QUANTIDADE E
      *          SOMATORIA DO SALARIO ANTES E DEPOIS, CONFERIDAS
      *          ENTRE SI - DIVERGENCIA ABORTA COM RETURN-CODE 16 E
      *          O ARQUIVO NOVO NAO DEVE SER USADO. TERMINADA A
      *          CONVERSAO, O OPERADOR RENOMEIA CADFUN-NOVO.DAT PARA
      *          CADFUN.DAT. RODAR DUAS VEZES E INOFENSIVO: A SAIDA
      *          E SEMPRE REGRAVADA DO ZERO. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUN-VELHO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-VELHO
              FILE STATUS IS WS-STATUS-VELHO.
       SELECT CADFUN-NOVO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-NOVO
              FILE STATUS IS WS-STATUS-NOVO.
       SELECT OPTIONAL ARQ-ADMISSOES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CADFUN-VELHO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-VELHO.
              02 CODIGO-VELHO  PIC 9(5).
              02 NOME-VELHO    PIC X(20).
              02 SALARIO-VELHO PIC 9(7)V99.
              02 DEPTO-VELHO   PIC X(04).
              02 CARGO-VELHO   PIC X(15).

       FD CADFUN-NOVO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN-NOVO.DAT".

       01 REG-NOVO.
              02 CODIGO-NOVO  PIC 9(5).
              02 NOME-NOVO    PIC X(20).
              02 SALARIO-NOVO PIC 9(7)V99.
              02 DEPTO-NOVO   PIC X(04).
              02 CARGO-NOVO   PIC X(15).
              02 ADMISSAO-NOVO PIC 9(08).

       FD ARQ-ADMISSOES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "ADMISSOES.DAT".

       01 REG-ADMISSAO.
              02 ADM-MATRICULA PIC 9(05).
              02 ADM-DATA      PIC X(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-VELHO PIC X(02).
       77 WS-STATUS-NOVO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-ADMISSOES PIC 9(01) VALUE 0.
       77 WS-TOTAL-ADMISSOES PIC 9(04) VALUE ZEROES.
       77 WS-IND-ADM PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO-ADM PIC 9(04) VALUE ZEROES.
       77 WS-DATA-ADMISSAO PIC 9(08) VALUE ZEROES.
       77 WS-CT-ANTES PIC 9(07) VALUE ZEROES.
       77 WS-CT-DEPOIS PIC 9(07) VALUE ZEROES.
       77 WS-CT-COM-DATA PIC 9(07) VALUE ZEROES.
       77 WS-CT-SEM-DATA PIC 9(07) VALUE ZEROES.
       77 WS-SOMA-ANTES PIC 9(11)V99 VALUE ZEROES.
       77 WS-SOMA-DEPOIS PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-ADMISSOES.
              02 WS-ADM OCCURS 5000 TIMES.
                     03 WS-ADM-MATRICULA PIC 9(05).
                     03 WS-ADM-DATA      PIC 9(08).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA102.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              OPEN INPUT CADFUN-VELHO OUTPUT CADFUN-NOVO.
              IF WS-STATUS-VELHO NOT EQUAL "00"
                     DISPLAY "EX102 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-VELHO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM CARREGA-ADMISSOES
                     PERFORM VERIFICA-FIM
              END-IF.

       CARREGA-ADMISSOES.
              OPEN INPUT ARQ-ADMISSOES.
              PERFORM UNTIL WS-FIM-ADMISSOES EQUAL 1
                     READ ARQ-ADMISSOES
                            AT END MOVE 1 TO WS-FIM-ADMISSOES
                            NOT AT END
                            PERFORM GUARDA-ADMISSAO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ADMISSOES.
              IF WS-TOTAL-ADMISSOES EQUAL ZEROES
                     DISPLAY "EX102 - AVISO: ADMISSOES.DAT AUSENTE OU "
                             "VAZIO - TODAS AS DATAS DE ADMISSAO "
                             "FICARAO ZERADAS"
              END-IF.

       GUARDA-ADMISSAO.
              MOVE "1" TO DAT-RETORNO.
              IF ADM-MATRICULA NUMERIC AND ADM-DATA NUMERIC
                     MOVE "V" TO DAT-FUNCAO
                     MOVE ADM-DATA (7:2) TO DAT-DIA
                     MOVE ADM-DATA (5:2) TO DAT-MES
                     MOVE ADM-DATA (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
              END-IF.
              IF DAT-RETORNO NOT EQUAL "0"
                     DISPLAY "EX102 - AVISO: LINHA DE ADMISSOES.DAT "
                             "INVALIDA IGNORADA - " ADM-MATRICULA
                             " " ADM-DATA
              ELSE
              IF WS-TOTAL-ADMISSOES EQUAL 5000
                     DISPLAY "EX102 - TABELA DE ADMISSOES CHEIA (5000)"
                             " - IGNORADO: " ADM-MATRICULA
              ELSE
                     ADD 1 TO WS-TOTAL-ADMISSOES
                     MOVE ADM-MATRICULA TO
                          WS-ADM-MATRICULA (WS-TOTAL-ADMISSOES)
                     MOVE ADM-DATA TO
                          WS-ADM-DATA (WS-TOTAL-ADMISSOES)
              END-IF
              END-IF.

       LOCALIZA-ADMISSAO.
              MOVE ZEROES TO WS-ACHADO-ADM.
              PERFORM VARYING WS-IND-ADM FROM 1 BY 1
                      UNTIL WS-IND-ADM GREATER WS-TOTAL-ADMISSOES
                      OR WS-ACHADO-ADM GREATER ZEROES
                      IF WS-ADM-MATRICULA (WS-IND-ADM) EQUAL
                         CODIGO-VELHO
                             MOVE WS-IND-ADM TO WS-ACHADO-ADM
                      END-IF
              END-PERFORM.

       VERIFICA-FIM.
              READ CADFUN-VELHO AT END MOVE 1 TO FIM-ARQ.

       CONVERTE.
              ADD 1 TO WS-CT-ANTES.
              ADD SALARIO-VELHO TO WS-SOMA-ANTES.
              PERFORM LOCALIZA-ADMISSAO.
              IF WS-ACHADO-ADM EQUAL ZEROES
                     MOVE ZEROES TO WS-DATA-ADMISSAO
                     ADD 1 TO WS-CT-SEM-DATA
                     DISPLAY "EX102 - SEM DATA DE ADMISSAO: MATRICULA "
                             CODIGO-VELHO " " NOME-VELHO
              ELSE
                     MOVE WS-ADM-DATA (WS-ACHADO-ADM)
                          TO WS-DATA-ADMISSAO
                     ADD 1 TO WS-CT-COM-DATA
              END-IF.
              MOVE CODIGO-VELHO TO CODIGO-NOVO.
              MOVE NOME-VELHO TO NOME-NOVO.
              MOVE SALARIO-VELHO TO SALARIO-NOVO.
              MOVE DEPTO-VELHO TO DEPTO-NOVO.
              MOVE CARGO-VELHO TO CARGO-NOVO.
              MOVE WS-DATA-ADMISSAO TO ADMISSAO-NOVO.
              WRITE REG-NOVO.
              ADD 1 TO WS-CT-DEPOIS.
              ADD SALARIO-NOVO TO WS-SOMA-DEPOIS.

       PRINCIPAL.
              PERFORM CONVERTE.
              PERFORM VERIFICA-FIM.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADFUN-VELHO CADFUN-NOVO
              END-IF.
              DISPLAY "EX102 - PROVA DA CONVERSAO DE CADFUN".
              DISPLAY "REGISTROS ANTES : " WS-CT-ANTES
                      " SOMA SALARIOS " WS-SOMA-ANTES.
              DISPLAY "REGISTROS DEPOIS: " WS-CT-DEPOIS
                      " SOMA SALARIOS " WS-SOMA-DEPOIS.
              DISPLAY "COM DATA DE ADMISSAO: " WS-CT-COM-DATA
                      " SEM DATA (ACERTAR VIA EX27): "
                      WS-CT-SEM-DATA.
              IF WS-CT-ANTES NOT EQUAL WS-CT-DEPOIS
                 OR WS-SOMA-ANTES NOT EQUAL WS-SOMA-DEPOIS
                     DISPLAY "EX102 - TOTAIS NAO FECHAM - NAO USAR "
                             "CADFUN-NOVO.DAT"
                     MOVE 16 TO RETURN-CODE
              ELSE
                     DISPLAY "EX102 - TOTAIS CONFEREM - RENOMEIE "
                             "CADFUN-NOVO.DAT PARA CADFUN.DAT"
              END-IF.
