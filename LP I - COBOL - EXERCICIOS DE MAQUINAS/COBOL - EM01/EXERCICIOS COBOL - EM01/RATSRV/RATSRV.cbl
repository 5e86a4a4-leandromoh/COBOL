       IDENTIFICATION DIVISION.

       PROGRAM-ID. RATSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE RATEIO DE CUSTO ENTRE DEPARTAMENTOS,
      *          CHAMADO COM CALL "RATSRV" USING A AREA DE RATSRV.CPY
      *          (NO MESMO MOLDE DE DATSRV E AFASRV). REUNE EM UM SO
      *          LUGAR A LEITURA DO CADASTRO DE RATEIO CADRAT.DAT
      *          (MANTIDO POR EX95) PARA EX59 (DEBITO DE DESPESA POR
      *          DEPARTAMENTO), EX49 (ORCAMENTO POR DEPARTAMENTO) E
      *          EX96 (CUSTO RATEADO CONTRA CUSTO DIRETO). NA
      *          PRIMEIRA CHAMADA CARREGA O CADASTRO EM MEMORIA, EM
      *          ORDEM DE CHAVE; A CADA CHAMADA ESCOLHE, PARA A
      *          MATRICULA, O CONJUNTO DE MAIOR VIGENCIA QUE NAO PASSA
      *          DA DATA PEDIDA, CONFERE SE OS PERCENTUAIS SOMAM 100
      *          E REPARTE O VALOR RECEBIDO ENTRE OS DEPARTAMENTOS,
      *          DEIXANDO A DIFERENCA DE ARREDONDAMENTO NO ULTIMO
      *          PARA A SOMA DAS PARTES FECHAR COM O TODO. SEM
      *          CADRAT.DAT DEVOLVE "9" E A FOLHA SEGUE SEM RATEIO.
      *          TERMINA COM GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RAT-CHAVE
              FILE STATUS IS WS-STATUS-CADRAT.

       DATA DIVISION.

       FILE SECTION.
       FD CADRAT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADRAT.DAT".

       01 REG-RAT.
              COPY CADRAT.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CADRAT PIC X(02).
       77 WS-CARREGADO PIC X(03) VALUE "NAO".
       77 WS-SEM-CADRAT PIC X(03) VALUE "NAO".
       77 WS-FIM-CADRAT PIC 9(01) VALUE 0.
       77 WS-TOTAL-RATEIOS PIC 9(05) VALUE ZEROES.
       77 WS-IND-RAT PIC 9(05) VALUE ZEROES.
       77 WS-IND-ITEM PIC 9(02) VALUE ZEROES.
       77 WS-VIGENCIA PIC 9(08) VALUE ZEROES.
       77 WS-SOMA-PERCENTUAL PIC 9(05)V99 VALUE ZEROES.
       77 WS-SOMA-VALOR PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-RATEIOS.
              02 WS-RAT OCCURS 5000 TIMES.
                     03 WS-RAT-MATRICULA  PIC 9(05).
                     03 WS-RAT-VIGENCIA   PIC 9(08).
                     03 WS-RAT-DEPTO      PIC X(04).
                     03 WS-RAT-PERCENTUAL PIC 9(03)V99.

       LINKAGE SECTION.
       01 RATSRV-AREA.
              COPY RATSRV.

       PROCEDURE DIVISION USING RATSRV-AREA.

       PROGRAMA-RATSRV.

       IF WS-CARREGADO EQUAL "NAO"
              PERFORM CARREGA-RATEIOS
       END-IF.
       MOVE "1" TO RTS-RETORNO.
       MOVE ZEROES TO RTS-VIGENCIA RTS-QTDE.
       IF WS-SEM-CADRAT EQUAL "SIM"
              MOVE "9" TO RTS-RETORNO
       ELSE
              PERFORM ESCOLHE-VIGENCIA
              IF WS-VIGENCIA GREATER ZEROES
                     PERFORM MONTA-CONJUNTO
              END-IF
       END-IF.

       GOBACK.

       CARREGA-RATEIOS.
              MOVE "SIM" TO WS-CARREGADO.
              OPEN INPUT CADRAT.
              IF WS-STATUS-CADRAT NOT EQUAL "00"
                     MOVE "SIM" TO WS-SEM-CADRAT
                     DISPLAY "RATSRV - AVISO: CADRAT.DAT INDISPONIVEL "
                             "- FILE STATUS " WS-STATUS-CADRAT
                             " - CUSTOS SEM RATEIO"
              ELSE
                     PERFORM UNTIL WS-FIM-CADRAT EQUAL 1
                            READ CADRAT NEXT RECORD
                                   AT END MOVE 1 TO WS-FIM-CADRAT
                                   NOT AT END
                                   PERFORM GUARDA-RATEIO
                            END-READ
                     END-PERFORM
                     CLOSE CADRAT
              END-IF.

       GUARDA-RATEIO.
              IF WS-TOTAL-RATEIOS EQUAL 5000
                     DISPLAY "RATSRV - TABELA DE RATEIOS CHEIA (5000) "
                             "- IGNORADO: " RAT-MATRICULA " "
                             RAT-VIGENCIA " " RAT-DEPTO
              ELSE
                     ADD 1 TO WS-TOTAL-RATEIOS
                     MOVE RAT-MATRICULA TO
                          WS-RAT-MATRICULA (WS-TOTAL-RATEIOS)
                     MOVE RAT-VIGENCIA TO
                          WS-RAT-VIGENCIA (WS-TOTAL-RATEIOS)
                     MOVE RAT-DEPTO TO
                          WS-RAT-DEPTO (WS-TOTAL-RATEIOS)
                     MOVE RAT-PERCENTUAL TO
                          WS-RAT-PERCENTUAL (WS-TOTAL-RATEIOS)
              END-IF.

      *    A TABELA ESTA EM ORDEM DE MATRICULA E VIGENCIA: A ULTIMA
      *    VIGENCIA DA MATRICULA QUE NAO PASSA DA DATA E A QUE VALE.
       ESCOLHE-VIGENCIA.
              MOVE ZEROES TO WS-VIGENCIA.
              PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                      UNTIL WS-IND-RAT GREATER WS-TOTAL-RATEIOS
                      OR WS-RAT-MATRICULA (WS-IND-RAT)
                         GREATER RTS-MATRICULA
                      IF WS-RAT-MATRICULA (WS-IND-RAT)
                         EQUAL RTS-MATRICULA
                         AND WS-RAT-VIGENCIA (WS-IND-RAT)
                             NOT GREATER RTS-DATA
                             MOVE WS-RAT-VIGENCIA (WS-IND-RAT)
                                  TO WS-VIGENCIA
                      END-IF
              END-PERFORM.

       MONTA-CONJUNTO.
              MOVE ZEROES TO WS-SOMA-PERCENTUAL.
              PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                      UNTIL WS-IND-RAT GREATER WS-TOTAL-RATEIOS
                      OR WS-RAT-MATRICULA (WS-IND-RAT)
                         GREATER RTS-MATRICULA
                      IF WS-RAT-MATRICULA (WS-IND-RAT)
                         EQUAL RTS-MATRICULA
                         AND WS-RAT-VIGENCIA (WS-IND-RAT)
                             EQUAL WS-VIGENCIA
                         AND RTS-QTDE LESS 10
                             ADD 1 TO RTS-QTDE
                             MOVE WS-RAT-DEPTO (WS-IND-RAT) TO
                                  RTS-DEPTO (RTS-QTDE)
                             MOVE WS-RAT-PERCENTUAL (WS-IND-RAT) TO
                                  RTS-PERCENTUAL (RTS-QTDE)
                             ADD WS-RAT-PERCENTUAL (WS-IND-RAT) TO
                                 WS-SOMA-PERCENTUAL
                      END-IF
              END-PERFORM.
              MOVE WS-VIGENCIA TO RTS-VIGENCIA.
              IF WS-SOMA-PERCENTUAL NOT EQUAL 100
                     MOVE "7" TO RTS-RETORNO
              ELSE
                     MOVE "0" TO RTS-RETORNO
                     PERFORM REPARTE-VALOR
              END-IF.

       REPARTE-VALOR.
              MOVE ZEROES TO WS-SOMA-VALOR.
              PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                      UNTIL WS-IND-ITEM NOT LESS RTS-QTDE
                      COMPUTE RTS-VALOR-ITEM (WS-IND-ITEM) ROUNDED =
                              RTS-VALOR * RTS-PERCENTUAL (WS-IND-ITEM)
                              / 100
                      ADD RTS-VALOR-ITEM (WS-IND-ITEM) TO
                          WS-SOMA-VALOR
              END-PERFORM.
              COMPUTE RTS-VALOR-ITEM (RTS-QTDE) =
                      RTS-VALOR - WS-SOMA-VALOR.
