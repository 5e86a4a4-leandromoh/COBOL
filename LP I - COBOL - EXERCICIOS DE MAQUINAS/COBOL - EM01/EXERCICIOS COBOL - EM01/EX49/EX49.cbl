      *          DEPARTAMENTO COM ORCAMENTO ZERADO NA TABELA E
      *          TRATADO COMO SEM TRAVA (SO AVISO), PARA A TABELA
      *          ANTIGA SEM AS COLUNAS NOVAS NAO DERRUBAR A NOITE.
      *          O FUNCIONARIO COM RATEIO DE CUSTO VIGENTE (CADRAT.DAT,
      *          CONSULTADO PELO SUBPROGRAMA RATSRV NA DATA DE
      *          PARM-LOTE.DAT OU NA DO DIA) PESA NO REALIZADO DE CADA
      *          DEPARTAMENTO DO RATEIO SO PELA SUA PARTE DO SALARIO;
      *          O HEADCOUNT CONTINUA CONTADO NO DEPTO-SAI, ONDE ELE
      *          OCUPA A VAGA.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-DEPTOS PIC X(02).
       77 WS-CT-ESTOUROS PIC 9(02) VALUE ZEROES.
       77 WS-ESTOURO-VALOR PIC 9(9)V99 VALUE ZEROES.
       77 WS-ESTOURO-VAGAS PIC 9(05) VALUE ZEROES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-IND-RAT PIC 9(02) VALUE ZEROES.
       77 WS-ACHADO-RAT PIC 9(02) VALUE ZEROES.
       77 WS-CT-RATEADOS PIC 9(05) VALUE ZEROES.

       01 TABELA-ORCAMENTO.
              02 WS-ORC OCCURS 50 TIMES.
                     03 WS-ORC-REALIZADO PIC 9(9)V99.
                     03 WS-ORC-QTDE      PIC 9(05).

       01 RATSRV-AREA.
              COPY RATSRV.

       PROCEDURE DIVISION.

       PROGRAMA49.
       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              PERFORM CARREGA-DEPTOS.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT CADSAI
                     END-IF
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              IF WS-STATUS-DEPTOS NOT EQUAL "00"
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              MOVE CODIGO-SAI TO RTS-MATRICULA.
              MOVE WS-CICLO TO RTS-DATA.
              MOVE SALARIO-REAJUSTADO TO RTS-VALOR.
              CALL "RATSRV" USING RATSRV-AREA.
              IF RTS-RETORNO EQUAL "7"
                     DISPLAY "EX49 - AVISO: RATEIO DA MATRICULA "
                             CODIGO-SAI " VIGENCIA " RTS-VIGENCIA
                             " NAO SOMA 100% - IGNORADO"
              END-IF.
              IF WS-ACHADO EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-TABELA
                     DISPLAY "EX49 - MATRICULA " CODIGO-SAI
                             " EM DEPTO FORA DA TABELA: " DEPTO-SAI
              ELSE
                     ADD 1 TO WS-ORC-QTDE (WS-ACHADO)
                     IF RTS-RETORNO NOT EQUAL "0"
                            ADD SALARIO-REAJUSTADO TO
                                WS-ORC-REALIZADO (WS-ACHADO)
                     END-IF
              END-IF.
              IF RTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-RATEADOS
                     PERFORM APROPRIA-RATEIO
                             VARYING WS-IND-RAT FROM 1 BY 1
                             UNTIL WS-IND-RAT GREATER RTS-QTDE
              END-IF.
              PERFORM VERIFICA-FIM.

       APROPRIA-RATEIO.
              MOVE ZEROES TO WS-ACHADO-RAT.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      IF RTS-DEPTO (WS-IND-RAT) EQUAL
                         WS-ORC-COD (WS-IND)
                             MOVE WS-IND TO WS-ACHADO-RAT
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-RAT EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-TABELA
                     DISPLAY "EX49 - MATRICULA " CODIGO-SAI
                             " RATEADA PARA DEPTO FORA DA TABELA: "
                             RTS-DEPTO (WS-IND-RAT)
              ELSE
                     ADD RTS-VALOR-ITEM (WS-IND-RAT) TO
                         WS-ORC-REALIZADO (WS-ACHADO-RAT)
              END-IF.

       CONFERE-ORCAMENTOS.
              PERFORM CONFERE-UM-DEPTO
                      VARYING WS-IND FROM 1 BY 1
              DISPLAY "EX49 - CONTROLE ORCAMENTARIO DA FOLHA".
              DISPLAY "FUNCIONARIOS CONFERIDOS : " WS-CT-LIDOS.
              DISPLAY "DEPTOS FORA DA TABELA   : " WS-CT-SEM-TABELA.
              DISPLAY "COM RATEIO DE CUSTO     : " WS-CT-RATEADOS.
              DISPLAY "ESTOUROS APONTADOS      : " WS-CT-ESTOUROS.
              IF WS-CT-ESTOUROS GREATER ZEROES
                     DISPLAY "EX49 - FOLHA ACIMA DO ORCADO - CADEIA "
