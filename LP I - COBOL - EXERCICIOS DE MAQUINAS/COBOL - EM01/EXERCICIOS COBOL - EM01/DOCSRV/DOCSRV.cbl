       IDENTIFICATION DIVISION.

       PROGRAM-ID. DOCSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DE VALIDACAO DO DOCUMENTO FISCAL (CPF
      *          DE PESSOA FISICA OU CNPJ DE PESSOA JURIDICA),
      *          CHAMADO COM CALL "DOCSRV" USING A AREA DE DOCSRV.CPY
      *          (NO MESMO MOLDE DE DATSRV, CARSRV E COMPSRV). REUNE
      *          EM UM SO LUGAR A CONTA DOS DIGITOS VERIFICADORES,
      *          USADA NA CRITICA DE ENTRADA (EX31), NAS CARGAS DE
      *          CLIENTES (EX01) E DE FUNCIONARIOS (EX27) E NA
      *          CONVERSAO DE DOCUMENTOS (EX107). OS DOIS DIGITOS SAO
      *          CALCULADOS PELO MODULO 11: CADA DIGITO DA BASE E
      *          MULTIPLICADO PELO SEU PESO (CPF: 10 A 2 E 11 A 2;
      *          CNPJ: 5 A 2 SEGUIDO DE 9 A 2, E 6 A 2 SEGUIDO DE 9
      *          A 2), A SOMA E DIVIDIDA POR 11 E O DIGITO E 11 MENOS
      *          O RESTO, OU ZERO QUANDO O RESTO E MENOR QUE 2.
      *          NUMEROS COM TODOS OS DIGITOS IGUAIS (000..., 111...)
      *          FECHAM A CONTA MAS NAO EXISTEM E SAO RECUSADOS.
      *          NAO ABRE ARQUIVO NENHUM. TERMINA COM GOBACK, COMO
      *          TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 WS-IND-DIG PIC 9(02) VALUE ZEROES.
       77 WS-INICIO PIC 9(02) VALUE ZEROES.
       77 WS-ULTIMO PIC 9(02) VALUE ZEROES.
       77 WS-PESO PIC 9(02) VALUE ZEROES.
       77 WS-SOMA PIC 9(05) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(05) VALUE ZEROES.
       77 WS-RESTO PIC 9(02) VALUE ZEROES.
       77 WS-DV PIC 9(01) VALUE ZEROES.
       77 WS-DV1 PIC 9(01) VALUE ZEROES.
       77 WS-DV2 PIC 9(01) VALUE ZEROES.
       77 WS-IGUAIS PIC X(03) VALUE "SIM".

       01 WS-NUMERO PIC 9(14) VALUE ZEROES.
       01 WS-NUMERO-RED REDEFINES WS-NUMERO.
              02 WS-DIG PIC 9(01) OCCURS 14 TIMES.

      *    PESOS DO CNPJ POR POSICAO DA BASE: A PRIMEIRA LINHA VALE
      *    PARA O PRIMEIRO DIGITO (POSICOES 1 A 12), A SEGUNDA PARA
      *    O SEGUNDO (POSICOES 1 A 13).
       01 TABELA-PESOS-CNPJ.
              02 FILLER PIC X(13) VALUE "5432987654320".
              02 FILLER PIC X(13) VALUE "6543298765432".

       01 TABELA-PESOS-CNPJ-RED REDEFINES TABELA-PESOS-CNPJ.
              02 WS-PESOS-CNPJ OCCURS 2 TIMES.
                     03 WS-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01 DOCSRV-AREA.
              COPY DOCSRV.

       PROCEDURE DIVISION USING DOCSRV-AREA.

       PROGRAMA-DOCSRV.

       MOVE "0" TO DSV-RETORNO.
       MOVE SPACES TO DSV-EDITADO.
       IF DSV-TIPO NOT EQUAL "F" AND DSV-TIPO NOT EQUAL "J"
              MOVE "2" TO DSV-RETORNO
       ELSE
       IF DSV-NUMERO NOT NUMERIC
              MOVE "3" TO DSV-RETORNO
       ELSE
              MOVE DSV-NUMERO TO WS-NUMERO
              IF DSV-TIPO EQUAL "F"
                     MOVE 4 TO WS-INICIO
              ELSE
                     MOVE 1 TO WS-INICIO
              END-IF
              PERFORM CONFERE-NUMERO
              IF DSV-RETORNO EQUAL "0"
                     PERFORM CALCULA-DIGITOS
                     IF WS-DV1 NOT EQUAL WS-DIG (13)
                        OR WS-DV2 NOT EQUAL WS-DIG (14)
                            MOVE "1" TO DSV-RETORNO
                     END-IF
                     PERFORM EDITA-DOCUMENTO
              END-IF
       END-IF
       END-IF.

       GOBACK.

      *    CPF COM DIGITO NAS TRES PRIMEIRAS POSICOES NAO CABE EM 11
      *    DIGITOS; NUMERO ZERADO OU COM TODOS OS DIGITOS IGUAIS E
      *    RECUSADO MESMO FECHANDO A CONTA.
       CONFERE-NUMERO.
              IF WS-NUMERO EQUAL ZEROES
                     MOVE "3" TO DSV-RETORNO
              ELSE
              IF WS-INICIO EQUAL 4 AND WS-NUMERO (1:3) NOT EQUAL "000"
                     MOVE "3" TO DSV-RETORNO
              ELSE
                     MOVE "SIM" TO WS-IGUAIS
                     PERFORM VARYING WS-IND-DIG FROM WS-INICIO BY 1
                             UNTIL WS-IND-DIG GREATER 14
                             IF WS-DIG (WS-IND-DIG) NOT EQUAL
                                WS-DIG (WS-INICIO)
                                    MOVE "NAO" TO WS-IGUAIS
                             END-IF
                     END-PERFORM
                     IF WS-IGUAIS EQUAL "SIM"
                            MOVE "3" TO DSV-RETORNO
                     END-IF
              END-IF
              END-IF.

       CALCULA-DIGITOS.
              MOVE 12 TO WS-ULTIMO.
              PERFORM SOMA-PONDERADA.
              MOVE WS-DV TO WS-DV1.
              MOVE 13 TO WS-ULTIMO.
              PERFORM SOMA-PONDERADA.
              MOVE WS-DV TO WS-DV2.

      *    SOMA OS DIGITOS DE WS-INICIO ATE WS-ULTIMO PELOS PESOS DO
      *    TIPO DE DOCUMENTO E DEVOLVE O DIGITO EM WS-DV. NO CPF O
      *    PESO DESCE DE 10 (OU 11) ATE 2 NA ULTIMA POSICAO DA BASE.
       SOMA-PONDERADA.
              MOVE ZEROES TO WS-SOMA.
              PERFORM VARYING WS-IND-DIG FROM WS-INICIO BY 1
                      UNTIL WS-IND-DIG GREATER WS-ULTIMO
                      IF DSV-TIPO EQUAL "F"
                             COMPUTE WS-PESO =
                                     WS-ULTIMO + 2 - WS-IND-DIG
                      ELSE
                             MOVE WS-PESO-CNPJ (WS-ULTIMO - 11,
                                                WS-IND-DIG)
                                  TO WS-PESO
                      END-IF
                      COMPUTE WS-SOMA = WS-SOMA +
                              WS-DIG (WS-IND-DIG) * WS-PESO
              END-PERFORM.
              DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                     REMAINDER WS-RESTO.
              IF WS-RESTO LESS 2
                     MOVE ZEROES TO WS-DV
              ELSE
                     COMPUTE WS-DV = 11 - WS-RESTO
              END-IF.

       EDITA-DOCUMENTO.
              IF DSV-TIPO EQUAL "F"
                     STRING WS-NUMERO (4:3)  DELIMITED BY SIZE
                            "."              DELIMITED BY SIZE
                            WS-NUMERO (7:3)  DELIMITED BY SIZE
                            "."              DELIMITED BY SIZE
                            WS-NUMERO (10:3) DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            WS-NUMERO (13:2) DELIMITED BY SIZE
                            INTO DSV-EDITADO
              ELSE
                     STRING WS-NUMERO (1:2)  DELIMITED BY SIZE
                            "."              DELIMITED BY SIZE
                            WS-NUMERO (3:3)  DELIMITED BY SIZE
                            "."              DELIMITED BY SIZE
                            WS-NUMERO (6:3)  DELIMITED BY SIZE
                            "/"              DELIMITED BY SIZE
                            WS-NUMERO (9:4)  DELIMITED BY SIZE
                            "-"              DELIMITED BY SIZE
                            WS-NUMERO (13:2) DELIMITED BY SIZE
                            INTO DSV-EDITADO
              END-IF.
