      *               MUDOU EM RELACAO A COMPETENCIA ANTERIOR, COM O
      *               VALOR DA DIFERENCA - O MELHOR DETECTOR DE ERRO
      *               E DE FRAUDE QUE ESTA CASA JA TEVE.
      *          AS LINHAS DA FOLHA COMPLEMENTAR DE EX123 (TIPO "C"
      *          NO LIVRO-RAZAO) ENTRAM NOS TOTAIS DO INFORME MAS
      *          FICAM FORA DA VARIACAO, QUE COMPARA SO OS CICLOS.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

              02 LED-LIQ-INSS        PIC 9(7)V99.
              02 LED-LIQ-IRRF        PIC 9(7)V99.
              02 LED-LIQ-LIQUIDO     PIC 9(7)V99.
              02 LED-LIQ-TIPO        PIC X(01).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-INSS        PIC 9(7)V99.
              02 TRAB-IRRF        PIC 9(7)V99.
              02 TRAB-LIQUIDO     PIC 9(7)V99.
              02 TRAB-TIPO        PIC X(01).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
                     MOVE LED-LIQ-INSS TO TRAB-INSS
                     MOVE LED-LIQ-IRRF TO TRAB-IRRF
                     MOVE LED-LIQ-LIQUIDO TO TRAB-LIQUIDO
                     MOVE LED-LIQ-TIPO TO TRAB-TIPO
                     RELEASE REG-TRAB
              END-IF.
              PERFORM LEITURA-ENTRADA.
              ADD TRAB-INSS TO WS-SOMA-INSS.
              ADD TRAB-IRRF TO WS-SOMA-IRRF.
              ADD TRAB-LIQUIDO TO WS-SOMA-LIQUIDO.
              IF TRAB-TIPO NOT EQUAL "C"
                     IF WS-PRIMEIRA-COMP EQUAL "SIM"
                            MOVE "NAO" TO WS-PRIMEIRA-COMP
                     ELSE
                     IF TRAB-LIQUIDO NOT EQUAL WS-LIQ-ANTERIOR
                            PERFORM IMPRIME-VARIACAO
                     END-IF
                     END-IF
                     MOVE TRAB-LIQUIDO TO WS-LIQ-ANTERIOR
              END-IF.

       IMPRIME-VARIACAO SECTION.
              ADD 1 TO WS-CT-VARIACOES.
