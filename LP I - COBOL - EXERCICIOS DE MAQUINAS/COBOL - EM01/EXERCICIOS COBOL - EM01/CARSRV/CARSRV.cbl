       IDENTIFICATION DIVISION.

       PROGRAM-ID. CARSRV.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  SUBPROGRAMA DA ESTRUTURA SALARIAL POR CARGO,
      *          CHAMADO COM CALL "CARSRV" USING A AREA DE CARSRV.CPY
      *          (NO MESMO MOLDE DE DATSRV, AFASRV E RATSRV). REUNE
      *          EM UM SO LUGAR A LEITURA DA TABELA DE CARGOS
      *          CARGOS.DAT PARA A VALIDACAO DO CARGO (EX27, EX31,
      *          EX32), O CONTROLE DE FAIXA DAS MUDANCAS DE SALARIO
      *          (EX11, EX58, EX08) E O RELATORIO DE ESTRUTURA
      *          SALARIAL EX97. NA PRIMEIRA CHAMADA CARREGA A TABELA
      *          EM MEMORIA, DESPREZANDO COM AVISO A LINHA COM VALOR
      *          NAO NUMERICO, FAIXA FORA DE ORDEM (MINIMO > MEDIO OU
      *          MEDIO > MAXIMO) OU CARGO REPETIDO; A CADA CHAMADA
      *          PROCURA O CARGO, DEVOLVE A FAIXA E SITUA O SALARIO
      *          RECEBIDO NELA, COM O COMPA-RATIO (SALARIO DIVIDIDO
      *          PELO PONTO MEDIO). SEM CARGOS.DAT DEVOLVE "9" E OS
      *          CHAMADORES SEGUEM SEM VALIDAR.
      *          TERMINA COM GOBACK, COMO TODO SUBPROGRAMA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-CARGOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-CARGOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CARGOS.DAT".

       01 REG-CARGO.
              COPY CADCARGO.

       WORKING-STORAGE SECTION.
       77 WS-CARREGADO PIC X(03) VALUE "NAO".
       77 WS-FIM-CARGOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-CARGOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-CRG PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO-CRG PIC 9(03) VALUE ZEROES.
       77 WS-CARGO-PROCURADO PIC X(15) VALUE SPACES.

       01 TABELA-CARGOS.
              02 WS-CRG OCCURS 200 TIMES.
                     03 WS-CRG-CODIGO    PIC X(15).
                     03 WS-CRG-DESCRICAO PIC X(30).
                     03 WS-CRG-MINIMO    PIC 9(7)V99.
                     03 WS-CRG-MEDIO     PIC 9(7)V99.
                     03 WS-CRG-MAXIMO    PIC 9(7)V99.

       LINKAGE SECTION.
       01 CARSRV-AREA.
              COPY CARSRV.

       PROCEDURE DIVISION USING CARSRV-AREA.

       PROGRAMA-CARSRV.

       IF WS-CARREGADO EQUAL "NAO"
              PERFORM CARREGA-CARGOS
       END-IF.
       MOVE SPACES TO CRS-DESCRICAO.
       MOVE ZEROES TO CRS-MINIMO CRS-MEDIO CRS-MAXIMO
                      CRS-COMPA-RATIO.
       IF WS-TOTAL-CARGOS EQUAL ZEROES
              MOVE "9" TO CRS-RETORNO
       ELSE
              MOVE CRS-CARGO TO WS-CARGO-PROCURADO
              PERFORM LOCALIZA-CARGO
              IF WS-ACHADO-CRG EQUAL ZEROES
                     MOVE "5" TO CRS-RETORNO
              ELSE
                     PERFORM SITUA-SALARIO
              END-IF
       END-IF.

       GOBACK.

       CARREGA-CARGOS.
              MOVE "SIM" TO WS-CARREGADO.
              OPEN INPUT ARQ-CARGOS.
              PERFORM UNTIL WS-FIM-CARGOS EQUAL 1
                     READ ARQ-CARGOS
                            AT END MOVE 1 TO WS-FIM-CARGOS
                            NOT AT END
                            PERFORM GUARDA-CARGO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-CARGOS.
              IF WS-TOTAL-CARGOS EQUAL ZEROES
                     DISPLAY "CARSRV - AVISO: CARGOS.DAT AUSENTE OU "
                             "VAZIO - CARGO E FAIXA SALARIAL NAO "
                             "SERAO VALIDADOS"
              END-IF.

       GUARDA-CARGO.
              MOVE CRG-CODIGO TO WS-CARGO-PROCURADO.
              PERFORM LOCALIZA-CARGO.
              IF CRG-MINIMO NOT NUMERIC
                 OR CRG-MEDIO NOT NUMERIC
                 OR CRG-MAXIMO NOT NUMERIC
                     DISPLAY "CARSRV - AVISO: CARGO " CRG-CODIGO
                             " COM FAIXA NAO NUMERICA - IGNORADO"
              ELSE
              IF CRG-MINIMO GREATER CRG-MEDIO
                 OR CRG-MEDIO GREATER CRG-MAXIMO
                 OR CRG-MEDIO EQUAL ZEROES
                     DISPLAY "CARSRV - AVISO: CARGO " CRG-CODIGO
                             " COM FAIXA FORA DE ORDEM - IGNORADO"
              ELSE
              IF WS-ACHADO-CRG GREATER ZEROES
                     DISPLAY "CARSRV - AVISO: CARGO " CRG-CODIGO
                             " REPETIDO EM CARGOS.DAT - VALE A "
                             "PRIMEIRA LINHA"
              ELSE
              IF WS-TOTAL-CARGOS EQUAL 200
                     DISPLAY "CARSRV - TABELA DE CARGOS CHEIA (200) "
                             "- IGNORADO: " CRG-CODIGO
              ELSE
                     ADD 1 TO WS-TOTAL-CARGOS
                     MOVE CRG-CODIGO TO
                          WS-CRG-CODIGO (WS-TOTAL-CARGOS)
                     MOVE CRG-DESCRICAO TO
                          WS-CRG-DESCRICAO (WS-TOTAL-CARGOS)
                     MOVE CRG-MINIMO TO
                          WS-CRG-MINIMO (WS-TOTAL-CARGOS)
                     MOVE CRG-MEDIO TO
                          WS-CRG-MEDIO (WS-TOTAL-CARGOS)
                     MOVE CRG-MAXIMO TO
                          WS-CRG-MAXIMO (WS-TOTAL-CARGOS)
              END-IF
              END-IF
              END-IF
              END-IF.

       LOCALIZA-CARGO.
              MOVE ZEROES TO WS-ACHADO-CRG.
              IF WS-CARGO-PROCURADO NOT EQUAL SPACES
                     PERFORM VARYING WS-IND-CRG FROM 1 BY 1
                             UNTIL WS-IND-CRG GREATER WS-TOTAL-CARGOS
                             OR WS-ACHADO-CRG GREATER ZEROES
                             IF WS-CRG-CODIGO (WS-IND-CRG) EQUAL
                                WS-CARGO-PROCURADO
                                    MOVE WS-IND-CRG TO WS-ACHADO-CRG
                             END-IF
                     END-PERFORM
              END-IF.

       SITUA-SALARIO.
              MOVE WS-CRG-DESCRICAO (WS-ACHADO-CRG) TO CRS-DESCRICAO.
              MOVE WS-CRG-MINIMO (WS-ACHADO-CRG) TO CRS-MINIMO.
              MOVE WS-CRG-MEDIO (WS-ACHADO-CRG) TO CRS-MEDIO.
              MOVE WS-CRG-MAXIMO (WS-ACHADO-CRG) TO CRS-MAXIMO.
              MOVE "0" TO CRS-RETORNO.
              IF CRS-SALARIO GREATER ZEROES
                     COMPUTE CRS-COMPA-RATIO ROUNDED =
                             CRS-SALARIO / CRS-MEDIO
                     IF CRS-SALARIO LESS CRS-MINIMO
                            MOVE "1" TO CRS-RETORNO
                     ELSE
                     IF CRS-SALARIO GREATER CRS-MAXIMO
                            MOVE "2" TO CRS-RETORNO
                     END-IF
                     END-IF
              END-IF.
