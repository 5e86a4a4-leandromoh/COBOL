      *          DEPOIS VIA EX27. TERMINADA A CONVERSAO, O OPERADOR
      *          RENOMEIA CADFUN-NOVO.DAT PARA CADFUN.DAT. RODAR DUAS
      *          VEZES E INOFENSIVO: A SAIDA E SEMPRE REGRAVADA DO
      *          ZERO. O CARGO PADRAO E VALIDADO ANTES DE QUALQUER
      *          GRAVACAO CONTRA A TABELA DE CARGOS CARGOS.DAT PELO
      *          SUBPROGRAMA CARSRV: CARGO FORA DA TABELA ABORTA A
      *          CONVERSAO (RETURN-CODE 16), PARA O CADASTRO NOVO NAO
      *          NASCER COM CARGO INVALIDO; COM CARGO VALIDO, CADA
      *          FUNCIONARIO CONVERTIDO COM SALARIO FORA DA FAIXA DO
      *          CARGO SAI COM AVISO E E CONTADO NO RESUMO. CARGO
      *          PADRAO EM BRANCO CONTINUA ACEITO (O RH COMPLETA VIA
      *          EX27 E EX31 LISTA QUEM FALTA). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       77 WS-DEPTO-PADRAO PIC X(04) VALUE SPACES.
       77 WS-CARGO-PADRAO PIC X(15) VALUE SPACES.
       77 WS-CT-CONVERTIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-FORA-FAIXA PIC 9(05) VALUE ZEROES.
       77 WS-VALIDA-FAIXA PIC X(03) VALUE "NAO".

       01 CARSRV-AREA.
              COPY CARSRV.

       PROCEDURE DIVISION.


       INICIO.
              PERFORM LE-PARAMETRO.
              PERFORM VALIDA-CARGO-PADRAO.
              IF WS-ABORTAR EQUAL "SIM"
                     NEXT SENTENCE
              ELSE
                     PERFORM ABRE-ARQUIVOS
              END-IF.

       VALIDA-CARGO-PADRAO.
              IF WS-CARGO-PADRAO EQUAL SPACES
                     DISPLAY "EX32 - AVISO: SEM CARGO PADRAO - CARGO "
                             "FICA EM BRANCO PARA O RH COMPLETAR VIA "
                             "EX27"
              ELSE
                     MOVE WS-CARGO-PADRAO TO CRS-CARGO
                     MOVE ZEROES TO CRS-SALARIO
                     CALL "CARSRV" USING CARSRV-AREA
                     IF CRS-RETORNO EQUAL "5"
                            DISPLAY "EX32 - CARGO PADRAO "
                                    WS-CARGO-PADRAO
                                    " INEXISTENTE EM CARGOS.DAT - "
                                    "NADA CONVERTIDO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     ELSE
                     IF CRS-RETORNO EQUAL "0"
                            MOVE "SIM" TO WS-VALIDA-FAIXA
                     END-IF
                     END-IF
              END-IF.

       ABRE-ARQUIVOS.
              OPEN INPUT CADFUN-VELHO OUTPUT CADFUN-NOVO.
              IF WS-STATUS-VELHO NOT EQUAL "00"
                     DISPLAY "EX32 - ERRO AO ABRIR CADFUN - FILE "
              MOVE WS-CARGO-PADRAO TO CARGO-NOVO.
              WRITE REG-NOVO.
              ADD 1 TO WS-CT-CONVERTIDOS.
              IF WS-VALIDA-FAIXA EQUAL "SIM"
                     PERFORM VERIFICA-FAIXA
              END-IF.

       VERIFICA-FAIXA.
              MOVE WS-CARGO-PADRAO TO CRS-CARGO.
              MOVE SALARIO-NOVO TO CRS-SALARIO.
              CALL "CARSRV" USING CARSRV-AREA.
              IF CRS-RETORNO EQUAL "1" OR CRS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-FORA-FAIXA
                     DISPLAY "EX32 - AVISO: CODIGO " CODIGO-NOVO
                             " SALARIO " SALARIO-NOVO
                             " FORA DA FAIXA DO CARGO "
                             WS-CARGO-PADRAO
              END-IF.

       PRINCIPAL.
              PERFORM CONVERTE.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADFUN-VELHO CADFUN-NOVO
              END-IF.
              IF WS-CT-FORA-FAIXA GREATER ZEROES
                     DISPLAY "EX32 - CONVERTIDOS FORA DA FAIXA DO "
                             "CARGO: " WS-CT-FORA-FAIXA
              END-IF.
              DISPLAY "EX32 - FUNCIONARIOS CONVERTIDOS PARA O LAYOUT "
                      "COM DEPTO/CARGO: " WS-CT-CONVERTIDOS.
              DISPLAY "EX32 - RENOMEIE CADFUN-NOVO.DAT PARA "
