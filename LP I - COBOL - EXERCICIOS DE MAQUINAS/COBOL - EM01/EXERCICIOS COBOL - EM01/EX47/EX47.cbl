      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX47", STATUS "A").
      *          CADEMP.DAT E CONSUMIDO POR EX26, QUE DESCONTA A
      *          PARCELA DO LIQUIDO RESPEITANDO A MARGEM CONSIGNAVEL
      *          E BAIXA O SALDO A CADA CICLO.
      *          O MVTO-EMP.DAT VEM EM LOTES DE DIGITACAO, CADA UM
      *          ABERTO POR UM CABECALHO (COPY LOTEDIG) COM NUMERO,
      *          OPERADOR, QUANTIDADE DE DOCUMENTOS E HASH DA MATRICULA
      *          E DO TOTAL MAIS PARCELA, CONFERIDOS NA PRIMEIRA LEITURA
      *          DO ARQUIVO PELO SUBPROGRAMA LOTSRV, ANTES DE QUALQUER
      *          MOVIMENTO SER APLICADO; O LOTE QUE NAO BATE NAO E
      *          APLICADO E VAI PARA LOTES-REJ.DAT, COM O MOTIVO, PARA O
      *          SUPERVISOR DA DIGITACAO (RETURN-CODE 8). MOVIMENTOS
      *          ANTES DO PRIMEIRO CABECALHO SAO RECUSADOS DO MESMO
      *          MODO, COM O MOTIVO "SEM CABECALHO DE LOTE".
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

              02 TOTAL-MVTO-EMP    PIC 9(7)V99.
              02 PARCELA-MVTO-EMP  PIC 9(7)V99.

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD CADEMP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADEMP.DAT".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTE-RECUSADO PIC 9(05) VALUE ZEROES.
       77 WS-RC-LOTE PIC S9(04) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LIQUIDADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION.

       PROGRAMA47.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.
       IF WS-RC-LOTE GREATER RETURN-CODE
              MOVE WS-RC-LOTE TO RETURN-CODE
       END-IF.

       GOBACK.

                     PERFORM CRIA-CADEMP
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM CONFERE-LOTES
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF.
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM CONFERE-LOTES
                     PERFORM VERIFICA-FIM
              END-IF.

                     OPEN OUTPUT REJ-COMUM
              END-IF.

      *    CABECALHO DE LOTE E MOVIMENTO DE LOTE RECUSADO NA
      *    CONFERENCIA NAO SAO APLICADOS - A LEITURA SEGUE ATE O
      *    PROXIMO MOVIMENTO A APLICAR OU O FIM DO ARQUIVO.
       VERIFICA-FIM.
              MOVE "1" TO LTS-RETORNO.
              PERFORM UNTIL LTS-RETORNO EQUAL "0"
                         OR FIM-ARQ EQUAL 1
                     READ MVTO-EMP
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM FILTRA-LOTE
                     END-READ
              END-PERFORM.

       FILTRA-LOTE.
              MOVE "P" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-LIDOS
              ELSE
              IF LTS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-LOTE-RECUSADO
              END-IF
              END-IF.

      *    PRIMEIRA LEITURA DO MOVIMENTO: CADA LOTE DE DIGITACAO
      *    E CONFERIDO COM O SEU CABECALHO (QUANTIDADE E HASH)
      *    PELO LOTSRV ANTES DE QUALQUER MOVIMENTO SER APLICADO.
      *    LOTE RECUSADO DA RETURN-CODE 8 NO FIM DO PASSO, MAS OS
      *    DEMAIS LOTES DO ARQUIVO SEGUEM. O ARQUIVO E REABERTO PARA A
      *    APLICACAO.
       CONFERE-LOTES.
              MOVE "I" TO LTS-FUNCAO.
              MOVE "EX47" TO LTS-PROGRAMA.
              MOVE "MVTO-EMP.DAT" TO LTS-ARQUIVO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ MVTO-EMP
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM SOMA-LOTE
                     END-READ
              END-PERFORM.
              MOVE "F" TO LTS-FUNCAO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "8"
                     DISPLAY "EX47 - " LTS-QTDE-RECUSADOS " LOTE(S) DE "
                             "MVTO-EMP RECUSADO(S) - VER LOTES-REJ.DAT"
                     MOVE 8 TO WS-RC-LOTE
              END-IF.
              CLOSE MVTO-EMP.
              OPEN INPUT MVTO-EMP.
              MOVE 0 TO FIM-ARQ.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX47 - ERRO AO REABRIR MVTO-EMP - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       SOMA-LOTE.
              MOVE "R" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              MOVE ZEROES TO LTS-CHAVE LTS-VALOR.
              IF MAT-MVTO-EMP NUMERIC
                     MOVE MAT-MVTO-EMP TO LTS-CHAVE
              END-IF.
              IF TOTAL-MVTO-EMP NUMERIC
                 AND PARCELA-MVTO-EMP NUMERIC
                     ADD TOTAL-MVTO-EMP PARCELA-MVTO-EMP
                         GIVING LTS-VALOR
              END-IF.
              CALL "LOTSRV" USING LOTSRV-AREA.

       LOCALIZA-CONTRATO.
              MOVE MAT-MVTO-EMP TO EMP-MATRICULA.
       RESUMO-FINAL.
              DISPLAY "EX47 - RESUMO DA MANUTENCAO DE CADEMP".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "EM LOTE RECUSADO   : " WS-CT-LOTE-RECUSADO.
              DISPLAY "CONTRATADOS        : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "LIQUIDADOS         : " WS-CT-LIQUIDADOS.
