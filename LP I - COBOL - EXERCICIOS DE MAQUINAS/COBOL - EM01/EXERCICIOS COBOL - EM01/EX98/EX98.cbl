       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX98.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  PROJECAO DO CUSTO DE FOLHA POR DEPARTAMENTO PARA AS
      *          PROXIMAS 12 COMPETENCIAS, CONTRA O ORCAMENTO MENSAL
      *          DE DEPTOS.DAT - O QUE EX49 SO APONTA DEPOIS QUE O
      *          CICLO JA ESTOUROU. PARTE DO SALARIO-REAJUSTADO DE
      *          CADA FUNCIONARIO DE CADSAI.DAT E:
      *          - APLICA A TABELA DE FAIXAS DE REAJUSTE DE EX08
      *            (COPYBOOK TABREAJ) A PARTIR DO MES DO PROXIMO
      *            REAJUSTE, LIDO (OPCIONAL) DE PARM-EX98.DAT; SEM O
      *            PARAMETRO O REAJUSTE E ANUAL, NO MESMO MES DO
      *            CICLO ATUAL, E CAI NA 12A COMPETENCIA PROJETADA;
      *          - SOMA A CADA MES A PROVISAO DE 13O (1/12) E DE
      *            FERIAS MAIS O TERCO (1/12 + 1/3), NO MOLDE DE EX78,
      *            E SOBRE SALARIO E PROVISOES OS ENCARGOS PATRONAIS
      *            (PATRONAL, RAT E TERCEIROS) E O FGTS, COM AS
      *            ALIQUOTAS DE TABENC.DAT VIGENTES NO CICLO PELA
      *            MESMA REGRA DE EX79;
      *          - INCLUI AS ADMISSOES E DESLIGAMENTOS AINDA
      *            PENDENTES EM MVTO-FUN.DAT (ADMISSAO CUJA MATRICULA
      *            AINDA NAO ESTA EM CADSAI, DESLIGAMENTO CUJA
      *            MATRICULA AINDA ESTA), QUE VALEM A PARTIR DA
      *            PRIMEIRA COMPETENCIA PROJETADA - A DATA DE
      *            ADMISSAO DO MOVIMENTO NAO E USADA NA PROJECAO; O
      *            QUE JA FOI APLICADO E IGNORADO.
      *          O CUSTO DO FUNCIONARIO COM RATEIO VIGENTE (RATSRV,
      *          NA DATA DO CICLO) E REPARTIDO ENTRE OS DEPARTAMENTOS
      *          COMO EM EX49; O HEADCOUNT FICA NO DEPTO-SAI.
      *          O RELATORIO EX98-REL.DAT TRAZ, POR DEPARTAMENTO, AS
      *          12 COMPETENCIAS COM QUANTIDADE, SALARIOS, PROVISOES,
      *          ENCARGOS, CUSTO TOTAL, ORCAMENTO E SALDO, DESTACANDO
      *          O PRIMEIRO MES EM QUE O CUSTO PASSA DO ORCAMENTO, E
      *          FECHA COM O RESUMO DO MES DE ESTOURO DE CADA
      *          DEPARTAMENTO; E CATALOGADO EM REL-CATALOGO.DAT.
      *          DEPARTAMENTO COM ORCAMENTO ZERADO E SO PROJETADO,
      *          SEM DESTAQUE, COMO EM EX49. A PROJECAO E INFORMATIVA
      *          E NAO DEVOLVE RETURN-CODE POR ESTOURO. TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEPTOS.
       SELECT CADSAI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT OPTIONAL MVTO-FUN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABENC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-DEPTOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DEPTOS.DAT".

       01 REG-DEPTO.
              02 DEPTO-COD       PIC X(04).
              02 DEPTO-DESCR     PIC X(20).
              02 DEPTO-ORCAMENTO PIC 9(9)V99.
              02 DEPTO-HEADCOUNT PIC 9(05).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI.DAT".

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 NOME-SAI           PIC X(20).
              02 SALARIO-REAJUSTADO PIC 9(7)V99.
              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD MVTO-FUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-FUN.DAT".

       01 REG-MVTO-FUN.
              02 COD-MVTO-FUN     PIC 9(05).
              02 TIPO-MVTO-FUN    PIC X(01).
              02 NOME-MVTO-FUN    PIC X(20).
              02 SALARIO-MVTO-FUN PIC 9(7)V99.
              02 DEPTO-MVTO-FUN   PIC X(04).
              02 CARGO-MVTO-FUN   PIC X(15).
              02 MOTIVO-MVTO-FUN  PIC X(02).
              02 DATA-ADMISSAO-MVTO-FUN PIC X(08).
              02 CPF-MVTO-FUN PIC X(11).
              02 VAGA-MVTO-FUN PIC X(05).

       FD ARQ-TABENC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABENC.DAT".

       01 REG-TABENC.
              02 ENC-TIPO     PIC X(01).
              02 ENC-VIGENCIA PIC 9(08).
              02 ENC-ALIQUOTA PIC 9V9999.

       FD ARQ-PARAMETRO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX98.DAT".

       01 REG-PARAMETRO.
              02 PRM-MES-REAJUSTE PIC X(02).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX98-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 CT-LIN PIC 9(02) VALUE 30.
       77 WS-STATUS-DEPTOS PIC X(02).
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-FIM-DEPTOS PIC 9(01) VALUE 0.
       77 WS-FIM-MVTO PIC 9(01) VALUE 0.
       77 WS-FIM-ENC PIC 9(01) VALUE 0.
       77 WS-IND PIC 9(02) VALUE ZEROES.
       77 WS-ACHADO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77 WS-DEPTO-PROCURADO PIC X(04) VALUE SPACES.
       77 WS-IND-MES PIC 9(02) VALUE ZEROES.
       77 WS-IND-RAT PIC 9(02) VALUE ZEROES.
       77 WS-IND-PEN PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO-PEN PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-PENDENTES PIC 9(03) VALUE ZEROES.
       77 WS-TIPO-PROCURADO PIC X(01) VALUE SPACES.
       77 WS-MES-REAJUSTE PIC 9(02) VALUE ZEROES.
       77 WS-MES-REAJ-IND PIC 9(02) VALUE ZEROES.
       77 WS-ANO PIC 9(04) VALUE ZEROES.
       77 WS-MES PIC 9(02) VALUE ZEROES.
       77 WS-VIG-PATRONAL PIC 9(08) VALUE ZEROES.
       77 WS-VIG-RAT PIC 9(08) VALUE ZEROES.
       77 WS-VIG-TERCEIROS PIC 9(08) VALUE ZEROES.
       77 WS-VIG-FGTS PIC 9(08) VALUE ZEROES.
       77 WS-ALIQ-PATRONAL PIC 9V9999 VALUE 0,2000.
       77 WS-ALIQ-RAT PIC 9V9999 VALUE 0,0200.
       77 WS-ALIQ-TERCEIROS PIC 9V9999 VALUE 0,0580.
       77 WS-ALIQ-FGTS PIC 9V9999 VALUE 0,0800.
       77 WS-ALIQ-TOTAL PIC 9V9999 VALUE ZEROES.
       77 WS-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-DEPTO-FUN PIC X(04) VALUE SPACES.
       77 WS-SAL-ATUAL PIC 9(7)V99 VALUE ZEROES.
       77 WS-SAL-REAJUSTADO PIC 9(7)V99 VALUE ZEROES.
       77 WS-VAL-ANTES PIC 9(9)V99 VALUE ZEROES.
       77 WS-VAL-DEPOIS PIC 9(9)V99 VALUE ZEROES.
       77 WS-VAL-SALARIO PIC 9(9)V99 VALUE ZEROES.
       77 WS-VAL-PROVISAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-VAL-ENCARGOS PIC 9(9)V99 VALUE ZEROES.
       77 WS-CUSTO-MES PIC 9(9)V99 VALUE ZEROES.
       77 WS-SALDO PIC S9(9)V99 VALUE ZEROES.
       77 WS-COMP-ED PIC X(07) VALUE SPACES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PROJETADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ADMISSOES PIC 9(05) VALUE ZEROES.
       77 WS-CT-DESLIGAMENTOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-APLICADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RATEADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-TABELA PIC 9(05) VALUE ZEROES.
       77 WS-CT-ESTOUROS PIC 9(02) VALUE ZEROES.

       01 TABELA-COMPETENCIAS.
              02 WS-COMPETENCIA OCCURS 12 TIMES PIC 9(06).

       01 TABELA-PROJECAO.
              02 WS-PRJ OCCURS 50 TIMES.
                     03 WS-PRJ-COD       PIC X(04).
                     03 WS-PRJ-DESCR     PIC X(20).
                     03 WS-PRJ-ORCAMENTO PIC 9(9)V99.
                     03 WS-PRJ-ESTOURO   PIC 9(02).
                     03 WS-PRJ-MES OCCURS 12 TIMES.
                            04 WS-PRJ-QTDE     PIC 9(05).
                            04 WS-PRJ-SALARIO  PIC 9(9)V99.
                            04 WS-PRJ-PROVISAO PIC 9(9)V99.
                            04 WS-PRJ-ENCARGOS PIC 9(9)V99.

       01 TABELA-PENDENTES.
              02 WS-PEN OCCURS 500 TIMES.
                     03 WS-PEN-CODIGO  PIC 9(05).
                     03 WS-PEN-TIPO    PIC X(01).
                     03 WS-PEN-SALARIO PIC 9(7)V99.
                     03 WS-PEN-DEPTO   PIC X(04).
                     03 WS-PEN-USADO   PIC X(03).

       01 TABELA-RATEIO-ANTES.
              02 WS-RAT-ANTES OCCURS 10 TIMES PIC 9(9)V99.

       COPY TABREAJ.

       01 RATSRV-AREA.
              COPY RATSRV.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(25) VALUE SPACES.
          02 FILLER     PIC X(56) VALUE
             "PROJECAO DE 12 MESES DO CUSTO DE FOLHA X ORCAMENTO - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(35) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "COMPET.".
          02 FILLER PIC X(05) VALUE "REAJ".
          02 FILLER PIC X(06) VALUE "  QTDE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "     SALARIOS".
          02 FILLER PIC X(14) VALUE "   13O+FER+1/3".
          02 FILLER PIC X(14) VALUE "   ENCARG+FGTS".
          02 FILLER PIC X(14) VALUE "   CUSTO TOTAL".
          02 FILLER PIC X(14) VALUE "     ORCAMENTO".
          02 FILLER PIC X(14) VALUE "         SALDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "OBSERVACAO".
          02 FILLER PIC X(03) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "DEPTO".
          02 FILLER PIC X(22) VALUE "DESCRICAO".
          02 FILLER PIC X(14) VALUE "     ORCAMENTO".
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(11) VALUE "ESTOURO".
          02 FILLER PIC X(14) VALUE "  CUSTO NO MES".
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "SITUACAO".
          02 FILLER PIC X(25) VALUE SPACES.

       01 LINHA-DEPTO.
          02 FILLER        PIC X(06) VALUE "DEPTO ".
          02 LD-DEPTO      PIC X(04).
          02 FILLER        PIC X(03) VALUE " - ".
          02 LD-DESCR      PIC X(20).
          02 FILLER        PIC X(20) VALUE "  ORCAMENTO MENSAL ".
          02 LD-ORCAMENTO  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 LD-OBS        PIC X(30).
          02 FILLER        PIC X(32) VALUE SPACES.

       01 DETALHE.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-COMP      PIC X(07).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-REAJ      PIC X(03).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-SALARIO   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-PROVISAO  PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-ENCARGOS  PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-ORCAMENTO PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DET-SALDO     PIC --.---.--9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-OBS       PIC X(20).
          02 FILLER        PIC X(03) VALUE SPACES.

       01 LINHA-RESUMO-TITULO.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 FILLER        PIC X(50) VALUE
             "RESUMO - PRIMEIRO MES DE ESTOURO POR DEPARTAMENTO".
          02 FILLER        PIC X(80) VALUE SPACES.

       01 LINHA-RESUMO.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 RES-DEPTO     PIC X(04).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 RES-DESCR     PIC X(20).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 RES-ORCAMENTO PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(04) VALUE SPACES.
          02 RES-COMP      PIC X(07).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 RES-CUSTO     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(04) VALUE SPACES.
          02 RES-SITUACAO  PIC X(30).
          02 FILLER        PIC X(25) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL-QTDE.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR-QTDE PIC X(40).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(72) VALUE SPACES.

       01 LINHA-ALIQUOTA.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(40)
             VALUE "ALIQUOTA TOTAL DE ENCARGOS + FGTS".
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-ALIQUOTA  PIC 9,9999.
          02 FILLER        PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA98.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM PROJETA-ADMISSOES
              PERFORM IMPRIME-RELATORIO
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              PERFORM MONTA-COMPETENCIAS.
              PERFORM LE-PARAMETRO-REAJUSTE.
              PERFORM CARREGA-DEPTOS.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-TABENC
                     PERFORM CARREGA-PENDENTES
                     OPEN INPUT CADSAI
                     IF WS-STATUS-CADSAI NOT EQUAL "00"
                            DISPLAY "EX98 - ERRO AO ABRIR CADSAI - "
                                    "FILE STATUS " WS-STATUS-CADSAI
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            PERFORM VERIFICA-FIM
                     END-IF
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

      *    AS 12 COMPETENCIAS (AAAAMM) SEGUINTES A DO CICLO.
       MONTA-COMPETENCIAS.
              MOVE WS-CICLO (1:4) TO WS-ANO.
              MOVE WS-CICLO (5:2) TO WS-MES.
              PERFORM VARYING WS-IND-MES FROM 1 BY 1
                      UNTIL WS-IND-MES GREATER 12
                      ADD 1 TO WS-MES
                      IF WS-MES GREATER 12
                             MOVE 1 TO WS-MES
                             ADD 1 TO WS-ANO
                      END-IF
                      COMPUTE WS-COMPETENCIA (WS-IND-MES) =
                              WS-ANO * 100 + WS-MES
              END-PERFORM.

      *    MES DO ANO EM QUE O PROXIMO REAJUSTE DE EX08 E ESPERADO;
      *    SEM PARAMETRO VALIDO, O MESMO MES DO CICLO ATUAL.
       LE-PARAMETRO-REAJUSTE.
              MOVE WS-CICLO (5:2) TO WS-MES-REAJUSTE.
              OPEN INPUT ARQ-PARAMETRO.
              READ ARQ-PARAMETRO
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PRM-MES-REAJUSTE NUMERIC
                        AND PRM-MES-REAJUSTE GREATER "00"
                        AND PRM-MES-REAJUSTE NOT GREATER "12"
                            MOVE PRM-MES-REAJUSTE TO WS-MES-REAJUSTE
                     ELSE
                            DISPLAY "EX98 - AVISO: MES DE REAJUSTE "
                                    "INVALIDO EM PARM-EX98.DAT ("
                                    PRM-MES-REAJUSTE ") - VALE O MES "
                                    "DO CICLO".
              CLOSE ARQ-PARAMETRO.
              PERFORM VARYING WS-IND-MES FROM 1 BY 1
                      UNTIL WS-IND-MES GREATER 12
                      IF WS-COMPETENCIA (WS-IND-MES) (5:2) EQUAL
                         WS-MES-REAJUSTE
                             MOVE WS-IND-MES TO WS-MES-REAJ-IND
                      END-IF
              END-PERFORM.

       CARREGA-DEPTOS.
              OPEN INPUT ARQ-DEPTOS.
              IF WS-STATUS-DEPTOS NOT EQUAL "00"
                     DISPLAY "EX98 - DEPTOS.DAT OBRIGATORIO AUSENTE "
                             "- FILE STATUS " WS-STATUS-DEPTOS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-DEPTOS EQUAL 1
                            READ ARQ-DEPTOS
                                   AT END MOVE 1 TO WS-FIM-DEPTOS
                                   NOT AT END
                                   PERFORM GUARDA-DEPTO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-DEPTOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                 AND WS-TOTAL-DEPTOS EQUAL ZEROES
                     DISPLAY "EX98 - DEPTOS.DAT VAZIO - NADA A "
                             "PROJETAR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       GUARDA-DEPTO.
              IF WS-TOTAL-DEPTOS EQUAL 50
                     DISPLAY "EX98 - TABELA DE DEPARTAMENTOS CHEIA "
                             "(50) - DEPTO IGNORADO: " DEPTO-COD
              ELSE
                     ADD 1 TO WS-TOTAL-DEPTOS
                     INITIALIZE WS-PRJ (WS-TOTAL-DEPTOS)
                     MOVE DEPTO-COD TO WS-PRJ-COD (WS-TOTAL-DEPTOS)
                     MOVE DEPTO-DESCR TO
                          WS-PRJ-DESCR (WS-TOTAL-DEPTOS)
                     MOVE DEPTO-ORCAMENTO TO
                          WS-PRJ-ORCAMENTO (WS-TOTAL-DEPTOS)
              END-IF.

       CARREGA-TABENC.
              OPEN INPUT ARQ-TABENC.
              PERFORM UNTIL WS-FIM-ENC EQUAL 1
                     READ ARQ-TABENC
                            AT END MOVE 1 TO WS-FIM-ENC
                            NOT AT END
                            PERFORM ESCOLHE-ALIQUOTA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABENC.
              IF WS-VIG-PATRONAL EQUAL ZEROES
                 AND WS-VIG-RAT EQUAL ZEROES
                 AND WS-VIG-TERCEIROS EQUAL ZEROES
                 AND WS-VIG-FGTS EQUAL ZEROES
                     DISPLAY "EX98 - AVISO: TABENC.DAT AUSENTE OU "
                             "SEM VIGENCIA ATE " WS-CICLO
                             " - VALEM AS ALIQUOTAS COMPILADAS"
              END-IF.
              COMPUTE WS-ALIQ-TOTAL = WS-ALIQ-PATRONAL + WS-ALIQ-RAT
                      + WS-ALIQ-TERCEIROS + WS-ALIQ-FGTS.

       ESCOLHE-ALIQUOTA.
              IF ENC-VIGENCIA NOT GREATER WS-CICLO
                     IF ENC-TIPO EQUAL "P"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-PATRONAL
                            MOVE ENC-VIGENCIA TO WS-VIG-PATRONAL
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-PATRONAL
                     END-IF
                     IF ENC-TIPO EQUAL "R"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-RAT
                            MOVE ENC-VIGENCIA TO WS-VIG-RAT
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-RAT
                     END-IF
                     IF ENC-TIPO EQUAL "T"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-TERCEIROS
                            MOVE ENC-VIGENCIA TO WS-VIG-TERCEIROS
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-TERCEIROS
                     END-IF
                     IF ENC-TIPO EQUAL "F"
                        AND ENC-VIGENCIA NOT LESS WS-VIG-FGTS
                            MOVE ENC-VIGENCIA TO WS-VIG-FGTS
                            MOVE ENC-ALIQUOTA TO WS-ALIQ-FGTS
                     END-IF
              END-IF.

      *    ADMISSOES ("A") E DESLIGAMENTOS ("D") DE MVTO-FUN.DAT; AS
      *    ALTERACOES NAO MUDAM O QUADRO E FICAM DE FORA.
       CARREGA-PENDENTES.
              OPEN INPUT MVTO-FUN.
              PERFORM UNTIL WS-FIM-MVTO EQUAL 1
                     READ MVTO-FUN
                            AT END MOVE 1 TO WS-FIM-MVTO
                            NOT AT END
                            IF TIPO-MVTO-FUN EQUAL "A"
                               OR TIPO-MVTO-FUN EQUAL "D"
                                   PERFORM GUARDA-PENDENTE
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE MVTO-FUN.

       GUARDA-PENDENTE.
              IF WS-TOTAL-PENDENTES EQUAL 500
                     DISPLAY "EX98 - TABELA DE MOVIMENTOS CHEIA (500) "
                             "- IGNORADO: " COD-MVTO-FUN " "
                             TIPO-MVTO-FUN
              ELSE
                     ADD 1 TO WS-TOTAL-PENDENTES
                     MOVE COD-MVTO-FUN TO
                          WS-PEN-CODIGO (WS-TOTAL-PENDENTES)
                     MOVE TIPO-MVTO-FUN TO
                          WS-PEN-TIPO (WS-TOTAL-PENDENTES)
                     MOVE SALARIO-MVTO-FUN TO
                          WS-PEN-SALARIO (WS-TOTAL-PENDENTES)
                     MOVE DEPTO-MVTO-FUN TO
                          WS-PEN-DEPTO (WS-TOTAL-PENDENTES)
                     MOVE "NAO" TO WS-PEN-USADO (WS-TOTAL-PENDENTES)
              END-IF.

       VERIFICA-FIM.
              READ CADSAI
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS
              END-READ.

      *    MATRICULA COM DESLIGAMENTO PENDENTE SAI DA PROJECAO; COM
      *    ADMISSAO NO MOVIMENTO ELA JA FOI ADMITIDA (MOVIMENTO JA
      *    APLICADO) E A ADMISSAO NAO E CONTADA DE NOVO.
       PRINCIPAL.
              MOVE CODIGO-SAI TO WS-MATRICULA.
              MOVE "A" TO WS-TIPO-PROCURADO.
              PERFORM LOCALIZA-PENDENTE.
              IF WS-ACHADO-PEN GREATER ZEROES
                     MOVE "SIM" TO WS-PEN-USADO (WS-ACHADO-PEN)
                     ADD 1 TO WS-CT-JA-APLICADOS
              END-IF.
              MOVE "D" TO WS-TIPO-PROCURADO.
              PERFORM LOCALIZA-PENDENTE.
              IF WS-ACHADO-PEN GREATER ZEROES
                     MOVE "SIM" TO WS-PEN-USADO (WS-ACHADO-PEN)
                     ADD 1 TO WS-CT-DESLIGAMENTOS
              ELSE
                     MOVE SALARIO-REAJUSTADO TO WS-SAL-ATUAL
                     MOVE DEPTO-SAI TO WS-DEPTO-FUN
                     PERFORM PROJETA-FUNCIONARIO
              END-IF.
              PERFORM VERIFICA-FIM.

       LOCALIZA-PENDENTE.
              MOVE ZEROES TO WS-ACHADO-PEN.
              PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                      UNTIL WS-IND-PEN GREATER WS-TOTAL-PENDENTES
                      OR WS-ACHADO-PEN GREATER ZEROES
                      IF WS-PEN-CODIGO (WS-IND-PEN) EQUAL WS-MATRICULA
                         AND WS-PEN-TIPO (WS-IND-PEN) EQUAL
                             WS-TIPO-PROCURADO
                         AND WS-PEN-USADO (WS-IND-PEN) EQUAL "NAO"
                             MOVE WS-IND-PEN TO WS-ACHADO-PEN
                      END-IF
              END-PERFORM.

      *    O QUE SOBROU DO MOVIMENTO: ADMISSAO AINDA NAO APLICADA
      *    ENTRA NA PROJECAO; DESLIGAMENTO DE MATRICULA QUE JA NAO
      *    ESTA EM CADSAI JA FOI APLICADO.
       PROJETA-ADMISSOES.
              CLOSE CADSAI.
              PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                      UNTIL WS-IND-PEN GREATER WS-TOTAL-PENDENTES
                      IF WS-PEN-USADO (WS-IND-PEN) EQUAL "NAO"
                             IF WS-PEN-TIPO (WS-IND-PEN) EQUAL "A"
                                    ADD 1 TO WS-CT-ADMISSOES
                                    MOVE WS-PEN-CODIGO (WS-IND-PEN) TO
                                         WS-MATRICULA
                                    MOVE WS-PEN-SALARIO (WS-IND-PEN) TO
                                         WS-SAL-ATUAL
                                    MOVE WS-PEN-DEPTO (WS-IND-PEN) TO
                                         WS-DEPTO-FUN
                                    PERFORM PROJETA-FUNCIONARIO
                             ELSE
                                    ADD 1 TO WS-CT-JA-APLICADOS
                             END-IF
                      END-IF
              END-PERFORM.

       PROJETA-FUNCIONARIO.
              ADD 1 TO WS-CT-PROJETADOS.
              PERFORM CALCULA-REAJUSTE.
              MOVE WS-DEPTO-FUN TO WS-DEPTO-PROCURADO.
              PERFORM LOCALIZA-DEPTO.
              IF WS-ACHADO EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-TABELA
                     DISPLAY "EX98 - MATRICULA " WS-MATRICULA
                             " EM DEPTO FORA DA TABELA: " WS-DEPTO-FUN
              ELSE
                     PERFORM VARYING WS-IND-MES FROM 1 BY 1
                             UNTIL WS-IND-MES GREATER 12
                             ADD 1 TO
                                 WS-PRJ-QTDE (WS-ACHADO, WS-IND-MES)
                     END-PERFORM
              END-IF.
              MOVE WS-MATRICULA TO RTS-MATRICULA.
              MOVE WS-CICLO TO RTS-DATA.
              MOVE WS-SAL-ATUAL TO RTS-VALOR.
              CALL "RATSRV" USING RATSRV-AREA.
              IF RTS-RETORNO EQUAL "7"
                     DISPLAY "EX98 - AVISO: RATEIO DA MATRICULA "
                             WS-MATRICULA " VIGENCIA " RTS-VIGENCIA
                             " NAO SOMA 100% - IGNORADO"
              END-IF.
              IF RTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-RATEADOS
                     PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                             UNTIL WS-IND-RAT GREATER RTS-QTDE
                             MOVE RTS-VALOR-ITEM (WS-IND-RAT) TO
                                  WS-RAT-ANTES (WS-IND-RAT)
                     END-PERFORM
                     MOVE WS-SAL-REAJUSTADO TO RTS-VALOR
                     CALL "RATSRV" USING RATSRV-AREA
                     PERFORM APROPRIA-RATEIO
                             VARYING WS-IND-RAT FROM 1 BY 1
                             UNTIL WS-IND-RAT GREATER RTS-QTDE
              ELSE
                     IF WS-ACHADO GREATER ZEROES
                            MOVE WS-SAL-ATUAL TO WS-VAL-ANTES
                            MOVE WS-SAL-REAJUSTADO TO WS-VAL-DEPOIS
                            PERFORM PROJETA-MESES
                     END-IF
              END-IF.

      *    MESMA REGRA DE CALCULA-REAJUSTE DE EX08.
       CALCULA-REAJUSTE.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-SAL-ATUAL NOT GREATER
                            FAIXA-LIMITE (WS-IND)
                            OR WS-IND EQUAL 3
                      CONTINUE
              END-PERFORM.
              MULTIPLY WS-SAL-ATUAL BY FAIXA-PERCENTUAL (WS-IND)
                                   GIVING WS-SAL-REAJUSTADO.

       APROPRIA-RATEIO.
              MOVE RTS-DEPTO (WS-IND-RAT) TO WS-DEPTO-PROCURADO.
              PERFORM LOCALIZA-DEPTO.
              IF WS-ACHADO GREATER ZEROES
                     MOVE WS-RAT-ANTES (WS-IND-RAT) TO WS-VAL-ANTES
                     MOVE RTS-VALOR-ITEM (WS-IND-RAT) TO WS-VAL-DEPOIS
                     PERFORM PROJETA-MESES
              END-IF.

      *    ACUMULA NO DEPTO WS-ACHADO, MES A MES, O SALARIO (ANTES OU
      *    DEPOIS DO REAJUSTE), A PROVISAO DE 13O (1/12) E FERIAS
      *    MAIS O TERCO (1/12 + 1/3 = 1/9) E OS ENCARGOS SOBRE TUDO.
       PROJETA-MESES.
              PERFORM VARYING WS-IND-MES FROM 1 BY 1
                      UNTIL WS-IND-MES GREATER 12
                      IF WS-MES-REAJ-IND GREATER ZEROES
                         AND WS-IND-MES NOT LESS WS-MES-REAJ-IND
                             MOVE WS-VAL-DEPOIS TO WS-VAL-SALARIO
                      ELSE
                             MOVE WS-VAL-ANTES TO WS-VAL-SALARIO
                      END-IF
                      COMPUTE WS-VAL-PROVISAO ROUNDED =
                              WS-VAL-SALARIO / 12 + WS-VAL-SALARIO / 9
                      COMPUTE WS-VAL-ENCARGOS ROUNDED =
                              (WS-VAL-SALARIO + WS-VAL-PROVISAO)
                              * WS-ALIQ-TOTAL
                      ADD WS-VAL-SALARIO TO
                          WS-PRJ-SALARIO (WS-ACHADO, WS-IND-MES)
                      ADD WS-VAL-PROVISAO TO
                          WS-PRJ-PROVISAO (WS-ACHADO, WS-IND-MES)
                      ADD WS-VAL-ENCARGOS TO
                          WS-PRJ-ENCARGOS (WS-ACHADO, WS-IND-MES)
              END-PERFORM.

       LOCALIZA-DEPTO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DEPTOS
                      IF WS-DEPTO-PROCURADO EQUAL WS-PRJ-COD (WS-IND)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       IMPRIME-RELATORIO.
              OPEN OUTPUT RELAT.
              PERFORM IMPRIME-DEPTO
                      VARYING WS-ACHADO FROM 1 BY 1
                      UNTIL WS-ACHADO GREATER WS-TOTAL-DEPTOS.
              PERFORM IMPRIME-RESUMO.
              PERFORM IMPRIME-TOTAIS.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       IMPRIME-DEPTO.
              IF CT-LIN GREATER 15
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-PRJ-COD (WS-ACHADO) TO LD-DEPTO.
              MOVE WS-PRJ-DESCR (WS-ACHADO) TO LD-DESCR.
              MOVE WS-PRJ-ORCAMENTO (WS-ACHADO) TO LD-ORCAMENTO.
              IF WS-PRJ-ORCAMENTO (WS-ACHADO) EQUAL ZEROES
                     MOVE "SEM ORCAMENTO - SO PROJECAO" TO LD-OBS
              ELSE
                     MOVE SPACES TO LD-OBS
              END-IF.
              WRITE REG-REL FROM LINHA-DEPTO AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.
              PERFORM IMPRIME-MES
                      VARYING WS-IND-MES FROM 1 BY 1
                      UNTIL WS-IND-MES GREATER 12.
              IF WS-PRJ-ESTOURO (WS-ACHADO) GREATER ZEROES
                     ADD 1 TO WS-CT-ESTOUROS
                     MOVE WS-PRJ-ESTOURO (WS-ACHADO) TO WS-IND-MES
                     PERFORM EDITA-COMPETENCIA
                     DISPLAY "EX98 - AVISO: DEPTO "
                             WS-PRJ-COD (WS-ACHADO)
                             " PASSA DO ORCAMENTO EM " WS-COMP-ED
              END-IF.

       IMPRIME-MES.
              PERFORM EDITA-COMPETENCIA.
              COMPUTE WS-CUSTO-MES =
                      WS-PRJ-SALARIO (WS-ACHADO, WS-IND-MES)
                      + WS-PRJ-PROVISAO (WS-ACHADO, WS-IND-MES)
                      + WS-PRJ-ENCARGOS (WS-ACHADO, WS-IND-MES).
              COMPUTE WS-SALDO = WS-PRJ-ORCAMENTO (WS-ACHADO)
                      - WS-CUSTO-MES.
              MOVE WS-COMP-ED TO DET-COMP.
              IF WS-IND-MES EQUAL WS-MES-REAJ-IND
                     MOVE "SIM" TO DET-REAJ
              ELSE
                     MOVE SPACES TO DET-REAJ
              END-IF.
              MOVE WS-PRJ-QTDE (WS-ACHADO, WS-IND-MES) TO DET-QTDE.
              MOVE WS-PRJ-SALARIO (WS-ACHADO, WS-IND-MES)
                   TO DET-SALARIO.
              MOVE WS-PRJ-PROVISAO (WS-ACHADO, WS-IND-MES)
                   TO DET-PROVISAO.
              MOVE WS-PRJ-ENCARGOS (WS-ACHADO, WS-IND-MES)
                   TO DET-ENCARGOS.
              MOVE WS-CUSTO-MES TO DET-TOTAL.
              MOVE WS-PRJ-ORCAMENTO (WS-ACHADO) TO DET-ORCAMENTO.
              MOVE WS-SALDO TO DET-SALDO.
              MOVE SPACES TO DET-OBS.
              IF WS-PRJ-ORCAMENTO (WS-ACHADO) GREATER ZEROES
                 AND WS-SALDO LESS ZEROES
                     IF WS-PRJ-ESTOURO (WS-ACHADO) EQUAL ZEROES
                            MOVE WS-IND-MES TO
                                 WS-PRJ-ESTOURO (WS-ACHADO)
                            MOVE "<<< ESTOURO PREVISTO" TO DET-OBS
                     ELSE
                            MOVE "ACIMA DO ORCAMENTO" TO DET-OBS
                     END-IF
              END-IF.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       EDITA-COMPETENCIA.
              MOVE WS-COMPETENCIA (WS-IND-MES) (5:2) TO
                   WS-COMP-ED (1:2).
              MOVE "/" TO WS-COMP-ED (3:1).
              MOVE WS-COMPETENCIA (WS-IND-MES) (1:4) TO
                   WS-COMP-ED (4:4).

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (7:2) TO VAR-CICLO (1:2).
              MOVE WS-CICLO (5:2) TO VAR-CICLO (4:2).
              MOVE WS-CICLO (1:4) TO VAR-CICLO (7:4).
              MOVE "/" TO VAR-CICLO (3:1) VAR-CICLO (6:1).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-RESUMO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM LINHA-RESUMO-TITULO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.
              PERFORM IMPRIME-LINHA-RESUMO
                      VARYING WS-ACHADO FROM 1 BY 1
                      UNTIL WS-ACHADO GREATER WS-TOTAL-DEPTOS.

       IMPRIME-LINHA-RESUMO.
              MOVE WS-PRJ-COD (WS-ACHADO) TO RES-DEPTO.
              MOVE WS-PRJ-DESCR (WS-ACHADO) TO RES-DESCR.
              MOVE WS-PRJ-ORCAMENTO (WS-ACHADO) TO RES-ORCAMENTO.
              MOVE SPACES TO RES-COMP.
              MOVE ZEROES TO RES-CUSTO.
              IF WS-PRJ-ORCAMENTO (WS-ACHADO) EQUAL ZEROES
                     MOVE "SEM ORCAMENTO - SO PROJECAO" TO RES-SITUACAO
              ELSE
              IF WS-PRJ-ESTOURO (WS-ACHADO) EQUAL ZEROES
                     MOVE "DENTRO DO ORCAMENTO EM 12 MESES" TO
                          RES-SITUACAO
              ELSE
                     MOVE WS-PRJ-ESTOURO (WS-ACHADO) TO WS-IND-MES
                     PERFORM EDITA-COMPETENCIA
                     MOVE WS-COMP-ED TO RES-COMP
                     COMPUTE RES-CUSTO =
                             WS-PRJ-SALARIO (WS-ACHADO, WS-IND-MES)
                             + WS-PRJ-PROVISAO (WS-ACHADO, WS-IND-MES)
                             + WS-PRJ-ENCARGOS (WS-ACHADO, WS-IND-MES)
                     MOVE "ESTOURO PREVISTO" TO RES-SITUACAO
              END-IF
              END-IF.
              IF CT-LIN GREATER 29
                     ADD 1 TO CT-PAG
                     MOVE CT-PAG TO VAR-PAG
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE
                     WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES
                     MOVE ZEROES TO CT-LIN
              END-IF.
              WRITE REG-REL FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       IMPRIME-TOTAIS.
              WRITE REG-REL FROM LINHA-TOT-TITULO
                    AFTER ADVANCING 3 LINES.
              MOVE "FUNCIONARIOS LIDOS EM CADSAI" TO TOT-DESCR-QTDE.
              MOVE WS-CT-LIDOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "DESLIGAMENTOS PENDENTES (FORA)" TO TOT-DESCR-QTDE.
              MOVE WS-CT-DESLIGAMENTOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "ADMISSOES PENDENTES (DENTRO)" TO TOT-DESCR-QTDE.
              MOVE WS-CT-ADMISSOES TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTOS JA APLICADOS (IGNORADOS)" TO
                   TOT-DESCR-QTDE.
              MOVE WS-CT-JA-APLICADOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS PROJETADOS" TO TOT-DESCR-QTDE.
              MOVE WS-CT-PROJETADOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "FUNCIONARIOS COM RATEIO" TO TOT-DESCR-QTDE.
              MOVE WS-CT-RATEADOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "DEPTO FORA DA TABELA (NAO PROJETADOS)" TO
                   TOT-DESCR-QTDE.
              MOVE WS-CT-SEM-TABELA TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "DEPARTAMENTOS COM ESTOURO PREVISTO" TO
                   TOT-DESCR-QTDE.
              MOVE WS-CT-ESTOUROS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE WS-ALIQ-TOTAL TO TOT-ALIQUOTA.
              WRITE REG-REL FROM LINHA-ALIQUOTA
                    AFTER ADVANCING 1 LINE.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "PROJECAO ORCAMENTO" TO CAT-NOME.
              MOVE "EX98" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX98-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM RESUMO-FINAL
              END-IF.

       RESUMO-FINAL.
              DISPLAY "EX98 - RESUMO DA PROJECAO DE ORCAMENTO".
              DISPLAY "FUNCIONARIOS LIDOS     : " WS-CT-LIDOS.
              DISPLAY "FUNCIONARIOS PROJETADOS: " WS-CT-PROJETADOS.
              DISPLAY "ADMISSOES PENDENTES    : " WS-CT-ADMISSOES.
              DISPLAY "DESLIGAMENTOS PENDENTES: " WS-CT-DESLIGAMENTOS.
              DISPLAY "DEPTO FORA DA TABELA   : " WS-CT-SEM-TABELA.
              DISPLAY "DEPTOS COM ESTOURO     : " WS-CT-ESTOUROS.
