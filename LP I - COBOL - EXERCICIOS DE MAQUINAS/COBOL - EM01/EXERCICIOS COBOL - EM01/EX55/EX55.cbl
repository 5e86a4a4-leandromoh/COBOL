      *          CADEND.DAT E CONSUMIDO POR EX21 PARA IMPRIMIR O
      *          BLOCO DE ENDERECO NAS CARTAS E ORDENA-LAS POR CEP.
      *          TERMINA COM GOBACK.
      *          O TIPO "R" REGISTRA A CORRESPONDENCIA DEVOLVIDA PELOS
      *          CORREIOS: SO O CODIGO E LIDO, O ENDERECO E MARCADO
      *          COMO DEVOLVIDO (END-SITUACAO "D", COM A DATA) E EX21
      *          PASSA A MANDAR O CLIENTE PARA EX21-SEM-END.DAT EM
      *          VEZ DE IMPRIMIR A CARTA. A ALTERACAO "U" QUE CORRIGE
      *          O ENDERECO (E A INCLUSAO "A") LIMPA A MARCA.
      *          O MVTO-END.DAT VEM EM LOTES DE DIGITACAO, CADA UM
      *          ABERTO POR UM CABECALHO (COPY LOTEDIG) COM NUMERO,
      *          OPERADOR, QUANTIDADE DE DOCUMENTOS E HASH DO CODIGO,
      *          CONFERIDOS NA PRIMEIRA LEITURA DO ARQUIVO PELO
      *          SUBPROGRAMA LOTSRV, ANTES DE QUALQUER MOVIMENTO SER
      *          APLICADO; O LOTE QUE NAO BATE NAO E APLICADO E VAI PARA
      *          LOTES-REJ.DAT, COM O MOTIVO, PARA O SUPERVISOR DA
      *          DIGITACAO (RETURN-CODE 8). MOVIMENTOS ANTES DO PRIMEIRO
      *          CABECALHO SAO RECUSADOS DO MESMO MODO, COM O MOTIVO
      *          "SEM CABECALHO DE LOTE".

       ENVIRONMENT DIVISION.

              02 UF-MVTO-END         PIC X(02).
              02 CEP-MVTO-END        PIC X(08).

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD CADEND
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADEND.DAT".
              02 END-CIDADE     PIC X(20).
              02 END-UF         PIC X(02).
              02 END-CEP        PIC 9(08).
              02 END-SITUACAO   PIC X(01).
              02 END-DATA-DEVOL PIC 9(08).

       FD REL-ALT-END
          LABEL         RECORD         ARE         STANDARD
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTE-RECUSADO PIC 9(05) VALUE ZEROES.
       77 WS-RC-LOTE PIC S9(04) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DEVOLVIDOS PIC 9(05) VALUE ZEROES.

       01 TABELA-UFS.
              02 FILLER PIC X(24) VALUE "ACALAPAMBACEDFESGOMAMTMS".
       01 TABELA-UFS-RED REDEFINES TABELA-UFS.
              02 UF-TAB PIC X(02) OCCURS 27 TIMES.

       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION.

       PROGRAMA55.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.
       IF WS-RC-LOTE GREATER RETURN-CODE
              MOVE WS-RC-LOTE TO RETURN-CODE
       END-IF.

       GOBACK.

                     PERFORM CRIA-CADEND
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
                     READ MVTO-END
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
              MOVE "EX55" TO LTS-PROGRAMA.
              MOVE "MVTO-END.DAT" TO LTS-ARQUIVO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ MVTO-END
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM SOMA-LOTE
                     END-READ
              END-PERFORM.
              MOVE "F" TO LTS-FUNCAO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "8"
                     DISPLAY "EX55 - " LTS-QTDE-RECUSADOS " LOTE(S) DE "
                             "MVTO-END RECUSADO(S) - VER LOTES-REJ.DAT"
                     MOVE 8 TO WS-RC-LOTE
              END-IF.
              CLOSE MVTO-END.
              OPEN INPUT MVTO-END.
              MOVE 0 TO FIM-ARQ.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX55 - ERRO AO REABRIR MVTO-END - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       SOMA-LOTE.
              MOVE "R" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              MOVE ZEROES TO LTS-CHAVE LTS-VALOR.
              IF COD-MVTO-END NUMERIC
                     MOVE COD-MVTO-END TO LTS-CHAVE
              END-IF.
              CALL "LOTSRV" USING LOTSRV-AREA.

       LOCALIZA-ENDERECO.
              MOVE COD-MVTO-END TO END-COD.
              MOVE CIDADE-MVTO-END TO END-CIDADE.
              MOVE UF-MVTO-END TO END-UF.
              MOVE CEP-MVTO-END TO END-CEP.
              MOVE SPACE TO END-SITUACAO.
              MOVE ZEROES TO END-DATA-DEVOL.

       INCLUI.
              IF WS-ENCONTRADO EQUAL "SIM"
                     PERFORM GRAVA-REL-ALT
              END-IF.

       DEVOLVE.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE "D" TO END-SITUACAO
                     MOVE FUNCTION CURRENT-DATE (1:8)
                          TO END-DATA-DEVOL
                     REWRITE REG-END
                     ADD 1 TO WS-CT-DEVOLVIDOS
                     MOVE "DEVOLVIDO" TO ACAO-REL-END
                     PERFORM GRAVA-REL-ALT
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX55" TO REJ-PROGRAMA.
              ELSE
              IF TIPO-MVTO-END EQUAL "D"
                     PERFORM EXCLUI
              ELSE
              IF TIPO-MVTO-END EQUAL "R"
                     PERFORM DEVOLVE
              ELSE
                     MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              END-IF
              END-IF
              END-IF
              END-IF.

       PRINCIPAL.
       RESUMO-FINAL.
              DISPLAY "EX55 - RESUMO DA MANUTENCAO DE CADEND".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "EM LOTE RECUSADO   : " WS-CT-LOTE-RECUSADO.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "DEVOLVIDOS         : " WS-CT-DEVOLVIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
