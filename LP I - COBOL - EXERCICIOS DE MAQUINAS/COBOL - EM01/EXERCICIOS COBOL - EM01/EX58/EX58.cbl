      *          EX11-PEND.DAT E REGRAVADO POR INTEIRO AO FINAL COM
      *          OS NOVOS STATUS (O MESMO MOLDE DO REGRAVA DE EX17).
      *          RESPEITA A TRAVA SISLOCK.DAT DA CADEIA NOTURNA.
      *          NA REVALIDACAO O NOVO SALARIO TAMBEM E SITUADO NA
      *          FAIXA DO CARGO (CARGOS.DAT, VIA SUBPROGRAMA CARSRV):
      *          PEDIDO FORA DA FAIXA, OU DE FUNCIONARIO COM CARGO
      *          FORA DA TABELA, APROVADO COM "A" NAO E APLICADO -
      *          FICA RETIDO COMO "P" NA FILA, COM AVISO. PARA
      *          APLICA-LO O APROVADOR PRECISA DECIDIR "F" (APROVAR
      *          COMO EXCECAO DE FAIXA), E A EXCECAO E CONTADA NO
      *          RESUMO. "F" EM PEDIDO DENTRO DA FAIXA VALE COMO "A".
      *          TANTO O PEDIDO RETIDO QUANTO O APLICADO COMO EXCECAO DE
      *          FAIXA VAO COMO AVISO PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).
      *          CADA REGISTRO DE EX11-AUDIT.DAT LEVA NO FIM A
      *          SEQUENCIA NA TRILHA E O SELO ENCADEADO AO DO
      *          REGISTRO ANTERIOR (SUBPROGRAMA SELSRV): ANTES DO
      *          EXTEND A TRILHA E LIDA ATE O FIM PARA CONTINUAR A
      *          CORRENTE DO ULTIMO SELO GRAVADO (REGISTROS ANTIGOS,
      *          SEM SELO, NAO CONTAM). EX116 CONFERE A CORRENTE.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD AUDITORIA
          LABEL         RECORD         ARE         STANDARD
              02 AUD-AUTORIZACAO    PIC X(15).
              02 AUD-DATA-HORA      PIC X(14).
              02 AUD-APROVADOR      PIC X(10).
              02 AUD-SEQ-SELO       PIC 9(09).
              02 AUD-SELO           PIC 9(10).

       FD ARQ-SALMIN
          LABEL         RECORD         ARE         STANDARD
       77 WS-CT-RECUSADAS PIC 9(04) VALUE ZEROES.
       77 WS-CT-AUTOR PIC 9(04) VALUE ZEROES.
       77 WS-CT-SEM-DECISAO PIC 9(04) VALUE ZEROES.
       77 WS-CT-RETIDOS-FAIXA PIC 9(04) VALUE ZEROES.
       77 WS-CT-EXCECOES-FAIXA PIC 9(04) VALUE ZEROES.
       77 WS-FIM-AUDITORIA PIC 9(01) VALUE 0.
       77 WS-SEQ-SELO PIC 9(09) VALUE ZEROES.
       77 WS-SELO-ANTERIOR PIC 9(10) VALUE ZEROES.
       77 WS-FORA-FAIXA PIC X(03) VALUE "NAO".
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.

       01 CARSRV-AREA.
              COPY CARSRV.

       01 SELSRV-AREA.
              COPY SELSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       01 TABELA-PENDENTES.
              02 WS-PEND OCCURS 1000 TIMES.
              END-IF.

       ABRE-AUDITORIA.
              PERFORM OBTEM-ULTIMO-SELO.
              OPEN EXTEND AUDITORIA.
              IF WS-STATUS-AUDITORIA NOT EQUAL "00"
                     OPEN OUTPUT AUDITORIA
              END-IF.

       OBTEM-ULTIMO-SELO.
              OPEN INPUT AUDITORIA.
              IF WS-STATUS-AUDITORIA EQUAL "00"
                     PERFORM UNTIL WS-FIM-AUDITORIA EQUAL 1
                            READ AUDITORIA
                                   AT END MOVE 1 TO WS-FIM-AUDITORIA
                                   NOT AT END
                                   IF AUD-SEQ-SELO NUMERIC
                                      AND AUD-SELO NUMERIC
                                          MOVE AUD-SEQ-SELO TO
                                               WS-SEQ-SELO
                                          MOVE AUD-SELO TO
                                               WS-SELO-ANTERIOR
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE AUDITORIA
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                                    WS-APROVADOR-ID
                                    " - RECUSADO"
                     ELSE
                     IF WS-DECISAO EQUAL "A" OR WS-DECISAO EQUAL "F"
                            PERFORM APLICA-PEDIDO
                     ELSE
                            MOVE "R" TO WS-PEND-STATUS (WS-IND)
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM RECUSA-PEDIDO
                     ELSE
                            PERFORM VERIFICA-FAIXA
                            IF WS-FORA-FAIXA EQUAL "SIM"
                               AND WS-DECISAO NOT EQUAL "F"
                                   PERFORM RETEM-PEDIDO
                            ELSE
                                   PERFORM ATUALIZA-SALARIO
                            END-IF
                     END-IF
              END-IF.

       ATUALIZA-SALARIO.
              IF WS-FORA-FAIXA EQUAL "SIM"
                     ADD 1 TO WS-CT-EXCECOES-FAIXA
                     DISPLAY "EX58 - MATRICULA " CODIGO
                             " APLICADA COMO EXCECAO "
                             "DE FAIXA DO CARGO " CARGO
                     PERFORM ALERTA-EXCECAO-FAIXA
              END-IF.
              MOVE SALARIO-BRUTO TO WS-SALARIO-ANTES.
              MOVE WS-PEND-NOVO-SALARIO (WS-IND)
                   TO SALARIO-BRUTO.
              REWRITE REG-ENT.
              PERFORM GRAVA-AUDITORIA.
              MOVE "A" TO WS-PEND-STATUS (WS-IND).
              ADD 1 TO WS-CT-APROVADAS.
              DISPLAY "EX58 - MATRICULA " CODIGO
                      " ATUALIZADA PARA "
                      SALARIO-BRUTO
                      " (SOLICITANTE "
                      WS-PEND-SOLICITANTE (WS-IND)
                      " / APROVADOR "
                      WS-APROVADOR-ID ")".

       VERIFICA-FAIXA.
              MOVE "NAO" TO WS-FORA-FAIXA.
              MOVE CARGO TO CRS-CARGO.
              MOVE WS-PEND-NOVO-SALARIO (WS-IND) TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "1" OR CRS-RETORNO EQUAL "2"
                 OR CRS-RETORNO EQUAL "5"
                     MOVE "SIM" TO WS-FORA-FAIXA
              END-IF.

       RETEM-PEDIDO.
              ADD 1 TO WS-CT-RETIDOS-FAIXA.
              IF CRS-RETORNO EQUAL "5"
                     DISPLAY "EX58 - PEDIDO DA MATRICULA "
                             WS-PEND-MATRICULA (WS-IND)
                             " RETIDO - CARGO '" CARGO "' FORA DE "
                             "CARGOS.DAT - DECIDA F PARA APLICAR "
                             "COMO EXCECAO"
              ELSE
                     DISPLAY "EX58 - PEDIDO DA MATRICULA "
                             WS-PEND-MATRICULA (WS-IND)
                             " RETIDO - NOVO SALARIO "
                             WS-PEND-NOVO-SALARIO (WS-IND)
                             " FORA DA FAIXA DO CARGO " CARGO
                             " (" CRS-MINIMO " A " CRS-MAXIMO ")"
                             " - DECIDA F PARA APLICAR COMO EXCECAO"
              END-IF.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "MATR "                    DELIMITED BY SIZE
                     WS-PEND-MATRICULA (WS-IND) DELIMITED BY SIZE
                     " RETIDA FORA DA FAIXA - CARGO "
                                                DELIMITED BY SIZE
                     CARGO                      DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       ALERTA-EXCECAO-FAIXA.
              MOVE "A" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "MATR "                    DELIMITED BY SIZE
                     CODIGO                     DELIMITED BY SIZE
                     " EXCECAO DE FAIXA APLICADA - CARGO "
                                                DELIMITED BY SIZE
                     CARGO                      DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       REGISTRA-ALERTA.
              MOVE "EX58" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       VALIDA-PEDIDO.
              MOVE SPACES TO WS-MOTIVO.
              IF WS-SALARIO-MINIMO GREATER ZEROES
              MOVE WS-PEND-AUTORIZACAO (WS-IND) TO AUD-AUTORIZACAO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-DATA-HORA.
              MOVE WS-APROVADOR-ID TO AUD-APROVADOR.
              PERFORM SELA-AUDITORIA.
              WRITE REG-AUDITORIA.

       SELA-AUDITORIA.
              ADD 1 TO WS-SEQ-SELO.
              MOVE WS-SELO-ANTERIOR TO SLS-SELO-ANTERIOR.
              MOVE WS-SEQ-SELO TO SLS-SEQUENCIA.
              MOVE 72 TO SLS-TAMANHO.
              MOVE REG-AUDITORIA (1:72) TO SLS-DADOS.
              CALL "SELSRV" USING SELSRV-AREA.
              MOVE WS-SEQ-SELO TO AUD-SEQ-SELO.
              MOVE SLS-SELO TO AUD-SELO.
              MOVE SLS-SELO TO WS-SELO-ANTERIOR.

       REGRAVA-PENDENTES.
              OPEN OUTPUT PENDENTES.
              PERFORM VARYING WS-IND FROM 1 BY 1
              DISPLAY "RECUSADOS            : " WS-CT-RECUSADAS.
              DISPLAY "APROVACAO PELO AUTOR : " WS-CT-AUTOR.
              DISPLAY "SEM DECISAO (FICAM P): " WS-CT-SEM-DECISAO.
              DISPLAY "RETIDOS FORA DA FAIXA: " WS-CT-RETIDOS-FAIXA.
              DISPLAY "EXCECOES DE FAIXA    : " WS-CT-EXCECOES-FAIXA.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
