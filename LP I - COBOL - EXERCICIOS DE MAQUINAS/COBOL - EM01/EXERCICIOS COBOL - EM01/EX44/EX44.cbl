      *          DEIXA DE SER DATILOGRAFADA DE FITA DE SOMADORA. A
      *          COMPETENCIA E A DATA DE PARM-LOTE.DAT (OU A DATA DO
      *          DIA SEM ELE). AO FINAL SAEM OS TOTAIS POR
      *          DEPARTAMENTO E O TOTAL GERAL DO DEPOSITO.
      *          A BASE DO DEPOSITO RESPEITA OS AFASTAMENTOS DE
      *          CADAFA.DAT, PELAS REGRAS DO SUBPROGRAMA AFASRV: NA
      *          DOENCA O FGTS SO E DEVIDO NOS 15 PRIMEIROS DIAS, NA
      *          LICENCA SEM VENCIMENTOS NAO E DEVIDO, E NO ACIDENTE
      *          DO TRABALHO E NA LICENCA-MATERNIDADE CONTINUA
      *          INTEGRAL; O SALARIO E PROPORCIONALIZADO AOS DIAS COM
      *          FGTS DEVIDO. O AFASTADO SEM NENHUM DIA DEVIDO SEGUE
      *          NA GUIA COM DEPOSITO ZERO.
      *          COMPETENCIA FECHADA EM COMPETENCIAS.DAT (EX105,
      *          CONSULTADO PELO SUBPROGRAMA COMPSRV) JA FOI PAGA E
      *          DECLARADA: O PROGRAMA RECUSA GRAVAR A GUIA
      *          EX44-FGTS.CSV PARA ELA E DEVOLVE RETURN-CODE 8.
      *          A GUIA E DA EMPRESA (CNPJ) DA FILIAL DO LOTE, PELO
      *          CADASTRO EMPRESAS.DAT (SUBPROGRAMA EMPSRV): O HEADER
      *          LEVA O NOME CURTO DELA NO LUGAR DE "FATEC-SP" E
      *          HEADER E TRAILER GANHAM O CNPJ COMO ULTIMO CAMPO; NO
      *          FIM A GUIA E COPIADA PARA O NOME DA EMPRESA
      *          (EX44-FGTS-<EMPRESA>.CSV), QUE E A QUE VAI PARA A
      *          CAIXA. FILIAL FORA DO CADASTRO E RECUSADA COM
      *          RETURN-CODE 8. SEM EMPRESAS.DAT A GUIA SAI COMO
      *          SEMPRE SAIU.
      *          TERMINA COM GOBACK PARA
      *          PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-ALIQUOTA-FGTS PIC 9V9999 VALUE 0,0800.
       77 WS-DEPOSITO PIC 9(7)V99 VALUE ZEROES.
       77 WS-BASE-FGTS PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-AFASTADOS PIC 9(05) VALUE ZEROES.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-HASH-GRAVADO PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-ED PIC 9(7),99.
       77 WS-HASH-ED PIC 9(9),99.
       77 WS-LINHA-FGTS PIC X(50) VALUE SPACES.

       01 TABELA-TOTAIS-DEPTO.
              02 WS-DEPTO-TOT OCCURS 50 TIMES.
                     03 WS-DEPTO-TOT-QTDE  PIC 9(05).
                     03 WS-DEPTO-TOT-VALOR PIC 9(9)V99.

       01 AFASRV-AREA.
              COPY AFASRV.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       PROCEDURE DIVISION.

       PROGRAMA44.
       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM IDENTIFICA-EMPRESA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM VERIFICA-COMPETENCIA
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM ABRE-ARQUIVOS
              END-IF.

       ABRE-ARQUIVOS.
              OPEN INPUT CADSAI OUTPUT FGTS-CSV.
              IF WS-STATUS-CADSAI NOT EQUAL "00"
                     DISPLAY "EX44 - ERRO AO ABRIR CADSAI - FILE "
                     MOVE WS-LOTE-DATA TO WS-COMPETENCIA
              END-IF.

       IDENTIFICA-EMPRESA.
              MOVE "I" TO EPS-FUNCAO.
              MOVE SPACES TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     DISPLAY "EX44 - FILIAL " EPS-FILIAL " SEM EMPRESA "
                             "VALIDA EM EMPRESAS.DAT - GUIA NAO GRAVADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              ELSE
                     MOVE EPS-NOME TO WS-EMPRESA
                     IF EPS-RETORNO EQUAL "0"
                            DISPLAY "EX44 - FILIAL " EPS-FILIAL
                                    " - EMPRESA " EPS-EMPRESA
                                    " CNPJ " EPS-CNPJ
                     END-IF
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-COMPETENCIA (1:6) TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX44 - COMPETENCIA " CPS-COMPETENCIA
                             " FECHADA POR " CPS-OPERADOR
                             " EM " CPS-DATA-HORA
                     DISPLAY "EX44 - EX44-FGTS.CSV NAO E "
                             "REGRAVADO - SO UMA REABERTURA "
                             "AUTORIZADA (EX105) LIBERA A COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 8 TO RETURN-CODE
              END-IF.

       GRAVA-HEADER.
              MOVE SPACES TO REG-FGTS.
              STRING "H"                          DELIMITED BY SIZE
                     WS-COMPETENCIA               DELIMITED BY SIZE
                     INTO REG-FGTS
              END-STRING.
              PERFORM ACRESCENTA-CNPJ.
              WRITE REG-FGTS.

       ACRESCENTA-CNPJ.
              IF EPS-CNPJ NOT EQUAL SPACES
                     MOVE REG-FGTS TO WS-LINHA-FGTS
                     MOVE SPACES TO REG-FGTS
                     STRING FUNCTION TRIM (WS-LINHA-FGTS)
                                                  DELIMITED BY SIZE
                            ","                   DELIMITED BY SIZE
                            EPS-CNPJ              DELIMITED BY SIZE
                            INTO REG-FGTS
                     END-STRING
              END-IF.

       VERIFICA-FIM.
              READ CADSAI
                     AT END MOVE 1 TO FIM-ARQ
              END-READ.

       CALCULA-DEPOSITO.
              PERFORM DEFINE-BASE-FGTS.
              COMPUTE WS-DEPOSITO ROUNDED =
                      WS-BASE-FGTS * WS-ALIQUOTA-FGTS.
              ADD WS-DEPOSITO TO WS-HASH-LIDO.

       DEFINE-BASE-FGTS.
              MOVE SALARIO-REAJUSTADO TO WS-BASE-FGTS.
              MOVE "M" TO AFS-FUNCAO.
              MOVE CODIGO-SAI TO AFS-MATRICULA.
              MOVE WS-COMPETENCIA (1:6) TO AFS-COMPETENCIA.
              CALL "AFASRV" USING AFASRV-AREA.
              IF AFS-RETORNO EQUAL "1"
                     ADD 1 TO WS-CT-AFASTADOS
                     IF AFS-DIAS-SEM-FGTS GREATER ZEROES
                            COMPUTE WS-BASE-FGTS ROUNDED =
                                    SALARIO-REAJUSTADO
                                    * (AFS-DIAS-PERIODO
                                       - AFS-DIAS-SEM-FGTS)
                                    / AFS-DIAS-PERIODO
                     END-IF
              END-IF.

       ACUMULA-DEPTO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                     WS-HASH-ED        DELIMITED BY SIZE
                     INTO REG-FGTS
              END-STRING.
              PERFORM ACRESCENTA-CNPJ.
              WRITE REG-FGTS.

       TOTAIS-POR-DEPTO.
       RESUMO-FINAL.
              DISPLAY "EX44 - FGTS DA COMPETENCIA " WS-COMPETENCIA.
              DISPLAY "FUNCIONARIOS PROCESSADOS: " WS-CT-GRAVADOS.
              DISPLAY "AFASTADOS NO MES        : " WS-CT-AFASTADOS.
              DISPLAY "VALOR TOTAL DO DEPOSITO : " WS-HASH-GRAVADO.
              PERFORM TOTAIS-POR-DEPTO.

       TERMINO.
              IF RETURN-CODE NOT EQUAL 8
                     CLOSE CADSAI FGTS-CSV
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                 AND EPS-RETORNO EQUAL "0"
                     PERFORM COPIA-GUIA-EMPRESA
              END-IF.
              PERFORM RESUMO-FINAL.

       COPIA-GUIA-EMPRESA.
              MOVE "C" TO EPS-FUNCAO.
              MOVE "EX44-FGTS.CSV" TO EPS-ARQUIVO.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO NOT EQUAL "0"
                     DISPLAY "EX44 - GUIA DA EMPRESA " EPS-EMPRESA
                             " NAO GERADA - USAR EX44-FGTS.CSV"
                     IF RETURN-CODE LESS 4
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
