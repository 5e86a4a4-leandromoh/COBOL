      *          CONSULTADO NEM ATUALIZADO - O OPERADOR VE QUAL
      *          CADEIA/FILIAL SEGURA A TRAVA E DESDE QUANDO, E O
      *          PROGRAMA DEVOLVE RETURN-CODE 8.
      *          O NOVO SALARIO E TAMBEM SITUADO NA FAIXA DO CARGO
      *          DO FUNCIONARIO (TABELA CARGOS.DAT, VIA SUBPROGRAMA
      *          CARSRV): O PEDIDO FORA DA FAIXA, OU DE FUNCIONARIO
      *          COM CARGO FORA DA TABELA, E ENFILEIRADO ASSIM MESMO,
      *          MAS SAI COM AVISO E E CONTADO NO RESUMO - EX58 O
      *          RETEM ATE O APROVADOR DECIDIR "F" (EXCECAO DE FAIXA).
      *          CADA PEDIDO ENFILEIRADO FORA DA FAIXA TAMBEM VAI COMO
      *          AVISO PARA A FILA CENTRAL ALERTAS.DAT (SUBPROGRAMA
      *          ALRSRV).

       ENVIRONMENT DIVISION.

              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
       77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROES.
       77 WS-FIM-LOCK PIC 9(01) VALUE 0.
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-CT-FORA-FAIXA PIC 9(05) VALUE ZEROES.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       PROCEDURE DIVISION.

              IF WS-VARIACAO-PERC GREATER WS-LIMITE-PERC
                     PERFORM RECUSA-ATUALIZACAO
              ELSE
                     PERFORM VERIFICA-FAIXA
                     PERFORM GRAVA-PENDENTE
              END-IF
              END-IF.

       VERIFICA-FAIXA.
              MOVE CARGO TO CRS-CARGO.
              MOVE PARM-NOVO-SALARIO TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "1" OR CRS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-FORA-FAIXA
                     DISPLAY "EX11 - AVISO: CODIGO " CODIGO
                             " NOVO SALARIO " PARM-NOVO-SALARIO
                             " FORA DA FAIXA DO CARGO " CARGO
                             " (" CRS-MINIMO " A " CRS-MAXIMO ")"
                             " - EX58 SO APLICA COMO EXCECAO"
                     PERFORM ALERTA-FORA-FAIXA
              ELSE
              IF CRS-RETORNO EQUAL "5"
                     ADD 1 TO WS-CT-FORA-FAIXA
                     DISPLAY "EX11 - AVISO: CODIGO " CODIGO
                             " COM CARGO '" CARGO "' FORA DE "
                             "CARGOS.DAT - EX58 SO APLICA COMO "
                             "EXCECAO"
                     PERFORM ALERTA-FORA-FAIXA
              END-IF
              END-IF.

       ALERTA-FORA-FAIXA.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "MATR "                    DELIMITED BY SIZE
                     CODIGO                     DELIMITED BY SIZE
                     " ENFILEIRADA FORA DA FAIXA - CARGO "
                                                DELIMITED BY SIZE
                     CARGO                      DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              MOVE "EX11" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       GRAVA-PENDENTE.
              MOVE PARM-CODIGO TO PEND-MATRICULA.
              MOVE PARM-NOVO-SALARIO TO PEND-NOVO-SALARIO.
              DISPLAY "ATUALIZACOES ENFILEIRADAS: "
                      WS-CT-ATUALIZACOES.
              DISPLAY "ATUALIZACOES RECUSADAS: " WS-CT-RECUSADAS.
              DISPLAY "ENFILEIRADAS FORA DA FAIXA: " WS-CT-FORA-FAIXA.
              DISPLAY "CODIGOS NAO ENCONTRADOS: " WS-CT-NAO-ACHADOS.

       TERMINO.
