      *          FORMATO DE DETALHE DA REMESSA DE EX14 (MATRICULA,
      *          NOME, VALOR) E O DEMONSTRATIVO POR FUNCIONARIO SAI
      *          IMPRESSO EM EX43-DEMONSTRATIVO.DAT, NO MOLDE DA
      *          MEMORIA DE CALCULO DE EX25. O MOVIMENTO DE
      *          DESLIGAMENTO PASSOU A TRAZER O MOTIVO DA RESCISAO
      *          (MOTIVO-MVTO-FUN, NA CODIFICACAO DO GOVERNO) E CADA
      *          RESCISAO CALCULADA E ACRESCENTADA (EXTEND) AO
      *          REGISTRO DE DESLIGAMENTOS EX43-DESLIG.DAT - DATA,
      *          FILIAL, MATRICULA, NOME, DEPTO, CARGO, MOTIVO,
      *          SALARIO E AS VERBAS - DE ONDE EX81 TIRA OS DADOS DA
      *          RESCISAO PARA O ARQUIVO MENSAL DE ADMISSOES E
      *          DESLIGAMENTOS.
      *          COM A DATA DE ADMISSAO EM CADFUN, AS FERIAS
      *          PROPORCIONAIS PASSARAM A SER CONTADAS PELO PERIODO
      *          AQUISITIVO EM CURSO E NAO MAIS PELOS MESES DO ANO:
      *          MESES DE CASA DESDE O ULTIMO ANIVERSARIO DE ADMISSAO
      *          ATE A DATA DO CICLO, CONTANDO COMO MES A FRACAO DE 15
      *          DIAS OU MAIS (PERIODO COMPLETO VALE 12/12). SEM DATA
      *          DE ADMISSAO NO CADASTRO, OU COM DATA POSTERIOR AO
      *          CICLO, VALE A REGRA ANTIGA DOS MESES DO ANO, COM
      *          AVISO. FERIAS VENCIDAS DE PERIODOS ANTERIORES NAO
      *          SAO APURADAS AQUI.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       SELECT RESCISAO-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DEMONSTRATIVO ASSIGN TO DISK.
       SELECT DESLIG-REG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DESLIG.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.
              02 SALARIO-MVTO-FUN PIC 9(7)V99.
              02 DEPTO-MVTO-FUN   PIC X(04).
              02 CARGO-MVTO-FUN   PIC X(15).
              02 MOTIVO-MVTO-FUN  PIC X(02).
              02 DATA-ADMISSAO-MVTO-FUN PIC X(08).
              02 CPF-MVTO-FUN PIC X(11).
              02 VAGA-MVTO-FUN PIC X(05).

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADSAI-HIST
          LABEL         RECORD         ARE         STANDARD
          VALUE OF FILE-ID IS "EX43-DEMONSTRATIVO.DAT".
       01 REG-DEM PIC X(80).

       FD DESLIG-REG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX43-DESLIG.DAT".

       01 REG-DESLIG.
              02 DSL-DATA          PIC 9(08).
              02 DSL-FILIAL        PIC X(04).
              02 DSL-MATRICULA     PIC 9(05).
              02 DSL-NOME          PIC X(20).
              02 DSL-DEPTO         PIC X(04).
              02 DSL-CARGO         PIC X(15).
              02 DSL-MOTIVO        PIC X(02).
              02 DSL-SALARIO       PIC 9(7)V99.
              02 DSL-SALDO-SALARIO PIC 9(7)V99.
              02 DSL-DECIMO        PIC 9(7)V99.
              02 DSL-FERIAS        PIC 9(7)V99.
              02 DSL-TOTAL         PIC 9(9)V99.

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".
       77 WS-STATUS-HIST PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-STATUS-DESLIG PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-DATA-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-ANO-CICLO PIC 9(04) VALUE ZEROES.
       77 WS-DECIMO-PROP PIC 9(7)V99 VALUE ZEROES.
       77 WS-FERIAS-PROP PIC 9(7)V99 VALUE ZEROES.
       77 WS-TERCO-FERIAS PIC 9(7)V99 VALUE ZEROES.
       77 WS-MESES-FERIAS PIC 9(02) VALUE ZEROES.
       77 WS-MESES-CASA PIC 9(04) VALUE ZEROES.
       77 WS-DIAS-FRACAO PIC 9(02) VALUE ZEROES.
       77 WS-ANOS-CASA PIC 9(04) VALUE ZEROES.
       77 WS-ANO-ADM PIC 9(04) VALUE ZEROES.
       77 WS-MES-ADM PIC 9(02) VALUE ZEROES.
       77 WS-DIA-ADM PIC 9(02) VALUE ZEROES.
       77 WS-CT-SEM-ADMISSAO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-RESCISAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CALCULADAS PIC 9(05) VALUE ZEROES.
              ELSE
                     PERFORM CARREGA-HISTORICO-ANO
                     PERFORM ABRE-REJ-COMUM
                     PERFORM ABRE-DESLIG-REG
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF.
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

                     OPEN OUTPUT REJ-COMUM
              END-IF.

       ABRE-DESLIG-REG.
              OPEN EXTEND DESLIG-REG.
              IF WS-STATUS-DESLIG NOT EQUAL "00"
                     OPEN OUTPUT DESLIG-REG
              END-IF.

       VERIFICA-FIM.
              READ MVTO-FUN
                     AT END MOVE 1 TO FIM-ARQ
              COMPUTE WS-DECIMO-PROP ROUNDED = WS-SOMA-MESES / 12.

       CALCULA-FERIAS-PROP.
              IF DATA-ADMISSAO NOT NUMERIC
                 OR DATA-ADMISSAO EQUAL ZEROES
                 OR DATA-ADMISSAO GREATER WS-DATA-CICLO
                     ADD 1 TO WS-CT-SEM-ADMISSAO
                     MOVE WS-MES-CICLO TO WS-MESES-FERIAS
                     DISPLAY "EX43 - AVISO: CODIGO " COD-MVTO-FUN
                             " SEM DATA DE ADMISSAO VALIDA - FERIAS "
                             "PELOS MESES DO ANO"
              ELSE
                     PERFORM CALCULA-MESES-PERIODO
              END-IF.
              COMPUTE WS-FERIAS-PROP ROUNDED =
                      (SALARIO-BRUTO / 12) * WS-MESES-FERIAS.
              COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3.

      *    MESES COMPLETOS DE CASA ATE A DATA DO CICLO (MES
      *    COMERCIAL DE 30 DIAS PARA A FRACAO, CONTADA COM O DIA DA
      *    ADMISSAO); FRACAO DE 15 DIAS OU MAIS VALE MAIS UM MES. O
      *    QUE PASSA DOS PERIODOS AQUISITIVOS JA COMPLETOS (DE 12 EM
      *    12 MESES) E O PERIODO EM CURSO.
       CALCULA-MESES-PERIODO.
              MOVE DATA-ADMISSAO (1:4) TO WS-ANO-ADM.
              MOVE DATA-ADMISSAO (5:2) TO WS-MES-ADM.
              MOVE DATA-ADMISSAO (7:2) TO WS-DIA-ADM.
              COMPUTE WS-MESES-CASA =
                      (WS-ANO-CICLO - WS-ANO-ADM) * 12
                      + WS-MES-CICLO - WS-MES-ADM.
              IF WS-DIA-CICLO LESS WS-DIA-ADM
                     SUBTRACT 1 FROM WS-MESES-CASA
                     COMPUTE WS-DIAS-FRACAO =
                             WS-DIA-CICLO + 30 - WS-DIA-ADM + 1
              ELSE
                     COMPUTE WS-DIAS-FRACAO =
                             WS-DIA-CICLO - WS-DIA-ADM + 1
              END-IF.
              IF WS-DIAS-FRACAO NOT LESS 15
                     ADD 1 TO WS-MESES-CASA
              END-IF.
              IF WS-MESES-CASA EQUAL ZEROES
                     MOVE ZEROES TO WS-MESES-FERIAS
              ELSE
                     DIVIDE 12 INTO WS-MESES-CASA
                            GIVING WS-ANOS-CASA
                            REMAINDER WS-MESES-FERIAS
                     IF WS-MESES-FERIAS EQUAL ZEROES
                            MOVE 12 TO WS-MESES-FERIAS
                     END-IF
              END-IF.

       GRAVA-DEMONSTRATIVO.
              MOVE CODIGO TO DEM-CODIGO.
              MOVE NOME TO DEM-NOME.
              ADD 1 TO WS-CT-CALCULADAS.
              ADD WS-TOTAL-RESCISAO TO WS-TOTAL-GERAL.

       GRAVA-DESLIG-REG.
              MOVE WS-DATA-CICLO TO DSL-DATA.
              MOVE WS-LOTE-FILIAL TO DSL-FILIAL.
              MOVE CODIGO TO DSL-MATRICULA.
              MOVE NOME TO DSL-NOME.
              MOVE DEPTO TO DSL-DEPTO.
              MOVE CARGO TO DSL-CARGO.
              MOVE MOTIVO-MVTO-FUN TO DSL-MOTIVO.
              MOVE SALARIO-BRUTO TO DSL-SALARIO.
              MOVE WS-SALDO-SALARIO TO DSL-SALDO-SALARIO.
              MOVE WS-DECIMO-PROP TO DSL-DECIMO.
              COMPUTE DSL-FERIAS = WS-FERIAS-PROP + WS-TERCO-FERIAS.
              MOVE WS-TOTAL-RESCISAO TO DSL-TOTAL.
              WRITE REG-DESLIG.

       GRAVA-REJEICAO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX43" TO REJ-PROGRAMA.
                             + WS-FERIAS-PROP + WS-TERCO-FERIAS
                     PERFORM GRAVA-DEMONSTRATIVO
                     PERFORM GRAVA-RESCISAO-CSV
                     PERFORM GRAVA-DESLIG-REG
              END-IF.

       PRINCIPAL.
              DISPLAY "MOVIMENTOS LIDOS     : " WS-CT-LIDOS.
              DISPLAY "RESCISOES CALCULADAS : " WS-CT-CALCULADAS.
              DISPLAY "DESLIG SEM CADASTRO  : " WS-CT-REJEITADOS.
              DISPLAY "FERIAS SEM ADMISSAO  : " WS-CT-SEM-ADMISSAO.
              DISPLAY "VALOR TOTAL A PAGAR  : " WS-TOTAL-GERAL.

       REGISTRA-CATALOGO.
       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-FUN CADFUN RESCISAO-CSV
                           DEMONSTRATIVO REJ-COMUM DESLIG-REG
                     PERFORM REGISTRA-CATALOGO
              END-IF.
              PERFORM RESUMO-FINAL.
