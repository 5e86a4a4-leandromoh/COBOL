       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX124.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  PAGAMENTO DE AUTONOMOS POR RPA (RECIBO DE PAGAMENTO
      *          A AUTONOMO). PRESTADORES SEM VINCULO NAO ESTAO EM
      *          CADFUN E ERAM PAGOS POR FORA DO SISTEMA. O CADASTRO
      *          CADAUT.DAT (COPY CADAUT) TRAZ CPF, NIT, MUNICIPIO,
      *          DEPENDENTES, CONTA E FILIAL DE CADA AUTONOMO E
      *          EX124-MOV.DAT TRAZ OS SERVICOS A PAGAR (CODIGO,
      *          DESCRICAO E VALOR BRUTO). A COMPETENCIA E A DA DATA
      *          DE PARM-LOTE.DAT OU A DO DIA; SO SAO PAGOS OS
      *          AUTONOMOS DA FILIAL DO LOTE (OU SEM FILIAL). CADA
      *          SERVICO GERA UM RPA COM AS RETENCOES:
      *             INSS DE 11% SOBRE O BRUTO, LIMITADO AO TETO (O
      *             LIMITE DA ULTIMA FAIXA DO INSS - COMPILADA OU DA
      *             VIGENCIA DE TABTRIB.DAT, COMO EM EX26);
      *             IRRF PELAS FAIXAS DE TABTRIB.DAT SOBRE O BRUTO
      *             MENOS O INSS E A DEDUCAO POR DEPENDENTE;
      *             ISS PELA ALIQUOTA DO MUNICIPIO EM TABISS.DAT.
      *          INSS E IRRF SAO DO MES: OS RPA JA EMITIDOS NA
      *          COMPETENCIA (LIVRO CADRPA.DAT) SAO SOMADOS AO NOVO
      *          BRUTO, OS DOIS IMPOSTOS SAO RECALCULADOS SOBRE O
      *          TOTAL E O NOVO RPA RETEM SO A DIFERENCA, NO MOLDE DA
      *          FOLHA COMPLEMENTAR DE EX123 - O TETO DO INSS VALE
      *          PARA O MES INTEIRO. CADA RPA E ACRESCENTADO AO LIVRO
      *          CADRPA.DAT (COPY CADRPA) COM STATUS "A" E IMPRESSO
      *          EM EX124-RPA.DAT (CATALOGADO EM REL-CATALOGO.DAT). O
      *          CREDITO SAI NA REMESSA UNICA DE EX63, QUE MARCA O
      *          RPA "G"; A DECLARACAO DE EX60, O LOTE CONTABIL DE
      *          EX59 E AS GUIAS DE EX82 LEEM O LIVRO. FGTS (EX44) E
      *          13O (EX25) SAO SO DE EMPREGADOS E NAO O CONSULTAM.
      *          OS SERVICOS PAGOS SAO MARCADOS EM EX124-MOV.DAT
      *          (SITUACAO "P" E DATA-HORA) - RODAR DE NOVO NAO PAGA
      *          DUAS VEZES. AUTONOMO FORA DO CADASTRO OU INATIVO E
      *          SERVICO INVALIDO SAO RECUSADOS (SITUACAO "X");
      *          MUNICIPIO FORA DE TABISS.DAT OU AUTONOMO SEM CONTA
      *          DEIXA O SERVICO PENDENTE (EM ABERTO PARA A PROXIMA
      *          EXECUCAO); HAVENDO QUALQUER UM DELES O PROGRAMA
      *          DEVOLVE RETURN-CODE 4. FILIAL FORA DE EMPRESAS.DAT
      *          (EMPSRV) OU COMPETENCIA JA FECHADA EM
      *          COMPETENCIAS.DAT (EX105) RECUSA A EXECUCAO COM
      *          RETURN-CODE 8; SEM CADAUT.DAT OU EX124-MOV.DAT,
      *          RETURN-CODE 16. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MOV-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MOV.
       SELECT MOV-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADAUT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADAUT.
       SELECT OPTIONAL ARQ-TABISS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABTRIB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIVRO-RPA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIVRO.
       SELECT RECIBOS ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD MOV-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX124-MOV.DAT".

       01 REG-MOV-ENT.
              02 MOV-CODIGO        PIC 9(05).
              02 MOV-DESCRICAO     PIC X(25).
              02 MOV-VALOR         PIC 9(7)V99.
              02 MOV-SITUACAO      PIC X(01).
              02 MOV-PROCESSADO-EM PIC X(14).

       FD MOV-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX124-MOV.DAT".

       01 REG-MOV-SAI PIC X(54).

       FD CADAUT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADAUT.DAT".

       01 REG-AUT.
              COPY CADAUT.

       FD ARQ-TABISS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABISS.DAT".

       01 REG-ISS.
              02 ISS-MUNICIPIO PIC X(07).
              02 ISS-NOME      PIC X(20).
              02 ISS-ALIQUOTA  PIC 9V9999.

       FD ARQ-TABTRIB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABTRIB.DAT".

       01 REG-TRIB.
              02 TRB-TIPO     PIC X(01).
              02 TRB-VIGENCIA PIC 9(08).
              02 TRB-LIMITE   PIC 9(7)V99.
              02 TRB-ALIQUOTA PIC 9V9999.
              02 TRB-PARCELA  PIC 9(4)V99.

       FD LIVRO-RPA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADRPA.DAT".

       01 REG-RPA.
              COPY CADRPA.

       FD RECIBOS
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX124-RPA.DAT".
       01 REG-RECIBO PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-CADAUT PIC X(02).
       77 WS-STATUS-LIVRO PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-MOV PIC 9(01) VALUE 0.
       77 WS-FIM-AUT PIC 9(01) VALUE 0.
       77 WS-FIM-ISS PIC 9(01) VALUE 0.
       77 WS-FIM-TRIB PIC 9(01) VALUE 0.
       77 WS-FIM-LIVRO PIC 9(01) VALUE 0.
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-IND-MOV PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-ISS PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-MOV PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-AUT PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-ISS PIC 9(03) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(04) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(08) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-ULTIMO-RPA PIC 9(06) VALUE ZEROES.
       77 WS-CT-ITENS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-PROCESSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EMITIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-OUTRA-FILIAL PIC 9(05) VALUE ZEROES.
       77 WS-CT-RPA-LIVRO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-ISS-RETIDO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE ZEROES.
       77 WS-ALIQ-AUTONOMO PIC 9V9999 VALUE 0,1100.
       77 WS-BRUTO-MES PIC 9(7)V99 VALUE ZEROES.
       77 WS-BASE-INSS PIC 9(7)V99 VALUE ZEROES.
       77 WS-INSS-MES PIC 9(7)V99 VALUE ZEROES.
       77 WS-BASE-IRRF PIC S9(7)V99 VALUE ZEROES.
       77 WS-IRRF-MES PIC S9(7)V99 VALUE ZEROES.
       77 WS-DIFERENCA PIC S9(7)V99 VALUE ZEROES.
       77 WS-LIQUIDO PIC S9(7)V99 VALUE ZEROES.
       77 WS-DEDUCAO-DEPENDENTE PIC 9(3)V99 VALUE 189,59.
       77 WS-IND-FX PIC 9(02) VALUE ZEROES.
       77 WS-VIG-INSS PIC 9(08) VALUE ZEROES.
       77 WS-VIG-IRRF PIC 9(08) VALUE ZEROES.
       77 WS-CT-FX-INSS PIC 9(02) VALUE ZEROES.
       77 WS-CT-FX-IRRF PIC 9(02) VALUE ZEROES.
       77 WS-CT-RECIBOS PIC 9(05) VALUE ZEROES.

       01 TABELA-MOVIMENTO.
              02 WS-MOV OCCURS 2000 TIMES.
                     03 WS-MOV-REG.
                            04 WS-MOV-CODIGO        PIC 9(05).
                            04 WS-MOV-DESCRICAO     PIC X(25).
                            04 WS-MOV-VALOR         PIC 9(7)V99.
                            04 WS-MOV-SITUACAO      PIC X(01).
                            04 WS-MOV-PROCESSADO-EM PIC X(14).
                     03 WS-MOV-IND-AUT PIC 9(05).
                     03 WS-MOV-IND-ISS PIC 9(03).
                     03 WS-MOV-NUMERO  PIC 9(06).
                     03 WS-MOV-INSS    PIC 9(7)V99.
                     03 WS-MOV-IRRF    PIC 9(7)V99.
                     03 WS-MOV-ISS     PIC 9(7)V99.
                     03 WS-MOV-LIQUIDO PIC 9(7)V99.

       01 TABELA-AUTONOMOS.
              02 WS-AUT OCCURS 500 TIMES.
                     03 WS-AUT-CODIGO     PIC 9(05).
                     03 WS-AUT-NOME       PIC X(20).
                     03 WS-AUT-CPF        PIC X(11).
                     03 WS-AUT-NIT        PIC X(11).
                     03 WS-AUT-MUNICIPIO  PIC X(07).
                     03 WS-AUT-DEPENDENTES PIC 9(02).
                     03 WS-AUT-BANCO      PIC 9(03).
                     03 WS-AUT-AGENCIA    PIC 9(04).
                     03 WS-AUT-CONTA      PIC 9(08).
                     03 WS-AUT-DIGITO     PIC 9(01).
                     03 WS-AUT-FILIAL     PIC X(04).
                     03 WS-AUT-SITUACAO   PIC X(01).
                     03 WS-AUT-BRUTO-MES  PIC 9(7)V99.
                     03 WS-AUT-INSS-MES   PIC 9(7)V99.
                     03 WS-AUT-IRRF-MES   PIC 9(7)V99.

       01 TABELA-ISS.
              02 WS-ISS OCCURS 200 TIMES.
                     03 WS-ISS-MUNICIPIO PIC X(07).
                     03 WS-ISS-NOME      PIC X(20).
                     03 WS-ISS-ALIQUOTA  PIC 9V9999.

       01 TABELA-STG-INSS.
              02 WS-STG-INSS OCCURS 4 TIMES.
                     03 WS-STG-INSS-LIMITE   PIC 9(7)V99.
                     03 WS-STG-INSS-ALIQUOTA PIC 9V9999.

       01 TABELA-STG-IRRF.
              02 WS-STG-IRRF OCCURS 5 TIMES.
                     03 WS-STG-IRRF-LIMITE   PIC 9(7)V99.
                     03 WS-STG-IRRF-ALIQUOTA PIC 9V9999.
                     03 WS-STG-IRRF-PARCELA  PIC 9(4)V99.

       01 TABELA-FAIXAS-INSS.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 1412,00.
                     03 FILLER PIC 9V9999 VALUE 0,0750.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 2666,68.
                     03 FILLER PIC 9V9999 VALUE 0,0900.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 4000,03.
                     03 FILLER PIC 9V9999 VALUE 0,1200.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 7786,02.
                     03 FILLER PIC 9V9999 VALUE 0,1400.

       01 TABELA-FAIXAS-INSS-RED REDEFINES TABELA-FAIXAS-INSS.
              02 FAIXA-INSS OCCURS 4 TIMES.
                     03 FAIXA-INSS-LIMITE   PIC 9(7)V99.
                     03 FAIXA-INSS-ALIQUOTA PIC 9V9999.

       01 TABELA-FAIXAS-IRRF.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 2259,20.
                     03 FILLER PIC 9V9999 VALUE 0,0000.
                     03 FILLER PIC 9(4)V99 VALUE 0000,00.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 2826,65.
                     03 FILLER PIC 9V9999 VALUE 0,0750.
                     03 FILLER PIC 9(4)V99 VALUE 0169,44.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 3751,05.
                     03 FILLER PIC 9V9999 VALUE 0,1500.
                     03 FILLER PIC 9(4)V99 VALUE 0381,44.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 4664,68.
                     03 FILLER PIC 9V9999 VALUE 0,2250.
                     03 FILLER PIC 9(4)V99 VALUE 0662,77.
              02 FILLER.
                     03 FILLER PIC 9(7)V99 VALUE 9999999,99.
                     03 FILLER PIC 9V9999 VALUE 0,2750.
                     03 FILLER PIC 9(4)V99 VALUE 0896,00.

       01 TABELA-FAIXAS-IRRF-RED REDEFINES TABELA-FAIXAS-IRRF.
              02 FAIXA-IRRF OCCURS 5 TIMES.
                     03 FAIXA-IRRF-LIMITE   PIC 9(7)V99.
                     03 FAIXA-IRRF-ALIQUOTA PIC 9V9999.
                     03 FAIXA-IRRF-PARCELA  PIC 9(4)V99.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 EMPSRV-AREA.
              COPY EMPSRV.

       01 LINHA-EMPRESA.
          02 FILLER PIC X(05) VALUE SPACES.
          02 EMPRESA-RPA PIC X(10).
          02 FILLER PIC X(03) VALUE " - ".
          02 FILLER PIC X(42)
             VALUE "RECIBO DE PAGAMENTO A AUTONOMO (RPA)".
          02 FILLER PIC X(20) VALUE SPACES.

       01 LINHA-NUMERO.
          02 FILLER PIC X(07) VALUE "RPA NO ".
          02 NUMERO-RPA PIC 9(06).
          02 FILLER PIC X(14) VALUE "  COMPETENCIA ".
          02 COMPETENCIA-RPA PIC 9(06).
          02 FILLER PIC X(10) VALUE "  EMISSAO ".
          02 EMISSAO-RPA PIC X(10).
          02 FILLER PIC X(07) VALUE "  CNPJ ".
          02 CNPJ-RPA PIC X(14).
          02 FILLER PIC X(06) VALUE SPACES.

       01 LINHA-AUTONOMO.
          02 FILLER PIC X(09) VALUE "AUTONOMO ".
          02 CODIGO-RPA PIC 9(05).
          02 FILLER PIC X(01) VALUE SPACES.
          02 NOME-RPA PIC X(20).
          02 FILLER PIC X(05) VALUE " CPF ".
          02 CPF-RPA PIC X(11).
          02 FILLER PIC X(05) VALUE " NIT ".
          02 NIT-RPA PIC X(11).
          02 FILLER PIC X(13) VALUE SPACES.

       01 LINHA-SERVICO.
          02 FILLER PIC X(09) VALUE "SERVICO  ".
          02 DESCRICAO-RPA PIC X(25).
          02 FILLER PIC X(11) VALUE " MUNICIPIO ".
          02 MUNICIPIO-RPA PIC X(07).
          02 FILLER PIC X(01) VALUE SPACES.
          02 MUN-NOME-RPA PIC X(20).
          02 FILLER PIC X(07) VALUE SPACES.

       01 LINHA-VALOR-RPA.
          02 FILLER PIC X(02) VALUE SPACES.
          02 VALOR-ROTULO PIC X(30).
          02 FILLER PIC X(03) VALUE "R$ ".
          02 VALOR-RPA PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(33) VALUE SPACES.

       01 LINHA-CONTA.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(24) VALUE "CREDITO EM CONTA: BANCO ".
          02 BANCO-RPA PIC 9(03).
          02 FILLER PIC X(04) VALUE " AG ".
          02 AGENCIA-RPA PIC 9(04).
          02 FILLER PIC X(07) VALUE " CONTA ".
          02 CONTA-RPA PIC 9(08).
          02 FILLER PIC X(01) VALUE "-".
          02 DIGITO-RPA PIC 9(01).
          02 FILLER PIC X(26) VALUE SPACES.

       01 LINHA-ASSINATURA.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(35)
             VALUE "___________________________________".
          02 FILLER PIC X(35) VALUE SPACES.

       01 LINHA-ASSINATURA-ROTULO.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(24) VALUE "ASSINATURA DO AUTONOMO".
          02 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA124.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PROCESSA-ITEM
                      VARYING WS-IND-MOV FROM 1 BY 1
                      UNTIL WS-IND-MOV GREATER WS-TOTAL-MOV
              IF WS-CT-EMITIDOS GREATER ZEROES
                     PERFORM GRAVA-LIVRO
                     PERFORM EMITE-RECIBOS
              END-IF
              IF WS-CT-EMITIDOS GREATER ZEROES
                 OR WS-CT-RECUSADOS GREATER ZEROES
                     PERFORM REGRAVA-MOVIMENTO
              END-IF
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       INICIO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
              PERFORM LE-PARAMETRO-LOTE.
              IF WS-LOTE-DATA IS NUMERIC
                     MOVE WS-LOTE-DATA TO WS-CICLO
              ELSE
                     MOVE WS-DATA-HORA (1:8) TO WS-CICLO
              END-IF.
              MOVE WS-CICLO (1:6) TO WS-COMPETENCIA.
              DISPLAY "EX124 - PAGAMENTO DE AUTONOMOS DA COMPETENCIA "
                      WS-COMPETENCIA " - FILIAL " WS-LOTE-FILIAL.
              PERFORM IDENTIFICA-EMPRESA.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM VERIFICA-COMPETENCIA
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-MOVIMENTO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-AUTONOMOS
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-TABISS
                     PERFORM CARREGA-TABTRIB
                     PERFORM CARREGA-LIVRO
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

       IDENTIFICA-EMPRESA.
              MOVE "I" TO EPS-FUNCAO.
              MOVE SPACES TO EPS-FILIAL.
              CALL "EMPSRV" USING EMPSRV-AREA.
              IF EPS-RETORNO EQUAL "1"
                     DISPLAY "EX124 - FILIAL " EPS-FILIAL
                             " SEM EMPRESA VALIDA EM EMPRESAS.DAT - "
                             "NENHUM RPA EMITIDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 8 TO RETURN-CODE
              ELSE
                     MOVE EPS-NOME TO WS-EMPRESA
                     IF EPS-RETORNO EQUAL "0"
                            DISPLAY "EX124 - FILIAL " EPS-FILIAL
                                    " - EMPRESA " EPS-EMPRESA
                                    " CNPJ " EPS-CNPJ
                     END-IF
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-COMPETENCIA TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX124 - COMPETENCIA " CPS-COMPETENCIA
                             " FECHADA POR " CPS-OPERADOR
                             " EM " CPS-DATA-HORA
                     DISPLAY "EX124 - RPA NAO E EMITIDO EM COMPETENCIA "
                             "JA DECLARADA - SO UMA REABERTURA "
                             "AUTORIZADA (EX105) LIBERA A COMPETENCIA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 8 TO RETURN-CODE
              ELSE
                     MOVE ZEROES TO RETURN-CODE
              END-IF.

       CARREGA-MOVIMENTO.
              OPEN INPUT MOV-ENT.
              IF WS-STATUS-MOV NOT EQUAL "00"
                     DISPLAY "EX124 - ERRO AO ABRIR EX124-MOV - "
                             "FILE STATUS " WS-STATUS-MOV
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-MOV EQUAL 1
                            READ MOV-ENT
                                   AT END MOVE 1 TO WS-FIM-MOV
                                   NOT AT END
                                   PERFORM GUARDA-MOVIMENTO
                            END-READ
                     END-PERFORM
                     CLOSE MOV-ENT
              END-IF.

       GUARDA-MOVIMENTO.
              IF WS-TOTAL-MOV EQUAL 2000
                     DISPLAY "EX124 - TABELA DE SERVICOS CHEIA (2000) "
                             "- ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-MOV
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-MOV
                     MOVE REG-MOV-ENT TO WS-MOV-REG (WS-TOTAL-MOV)
                     MOVE ZEROES TO WS-MOV-IND-AUT (WS-TOTAL-MOV)
                                    WS-MOV-IND-ISS (WS-TOTAL-MOV)
                                    WS-MOV-NUMERO (WS-TOTAL-MOV)
                                    WS-MOV-INSS (WS-TOTAL-MOV)
                                    WS-MOV-IRRF (WS-TOTAL-MOV)
                                    WS-MOV-ISS (WS-TOTAL-MOV)
                                    WS-MOV-LIQUIDO (WS-TOTAL-MOV)
                     IF MOV-SITUACAO EQUAL SPACES
                            PERFORM VALIDA-ITEM
                     ELSE
                            ADD 1 TO WS-CT-JA-PROCESSADOS
                     END-IF
              END-IF.

       VALIDA-ITEM.
              IF MOV-CODIGO NOT NUMERIC
                 OR MOV-CODIGO EQUAL ZEROES
                 OR MOV-VALOR NOT NUMERIC
                 OR MOV-VALOR EQUAL ZEROES
                     MOVE WS-TOTAL-MOV TO WS-IND-MOV
                     PERFORM RECUSA-ITEM
                     DISPLAY "EX124 - SERVICO INVALIDO RECUSADO: "
                             REG-MOV-ENT
              ELSE
                     ADD 1 TO WS-CT-ITENS
              END-IF.

       RECUSA-ITEM.
              ADD 1 TO WS-CT-RECUSADOS.
              MOVE "X" TO WS-MOV-SITUACAO (WS-IND-MOV).
              MOVE WS-DATA-HORA TO WS-MOV-PROCESSADO-EM (WS-IND-MOV).

       CARREGA-AUTONOMOS.
              OPEN INPUT CADAUT.
              IF WS-STATUS-CADAUT NOT EQUAL "00"
                     DISPLAY "EX124 - ERRO AO ABRIR CADAUT - FILE "
                             "STATUS " WS-STATUS-CADAUT
                             " - SEM O CADASTRO NAO HA RPA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-AUT EQUAL 1
                            READ CADAUT
                                   AT END MOVE 1 TO WS-FIM-AUT
                                   NOT AT END
                                   PERFORM GUARDA-AUTONOMO
                            END-READ
                     END-PERFORM
                     CLOSE CADAUT
              END-IF.

       GUARDA-AUTONOMO.
              IF WS-TOTAL-AUT EQUAL 500
                     DISPLAY "EX124 - TABELA DE AUTONOMOS CHEIA (500) "
                             "- ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-AUT
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-AUT
                     MOVE AUT-CODIGO TO WS-AUT-CODIGO (WS-TOTAL-AUT)
                     MOVE AUT-NOME TO WS-AUT-NOME (WS-TOTAL-AUT)
                     MOVE AUT-CPF TO WS-AUT-CPF (WS-TOTAL-AUT)
                     MOVE AUT-NIT TO WS-AUT-NIT (WS-TOTAL-AUT)
                     MOVE AUT-MUNICIPIO TO
                          WS-AUT-MUNICIPIO (WS-TOTAL-AUT)
                     MOVE AUT-FILIAL TO WS-AUT-FILIAL (WS-TOTAL-AUT)
                     MOVE AUT-SITUACAO TO
                          WS-AUT-SITUACAO (WS-TOTAL-AUT)
                     MOVE ZEROES TO WS-AUT-DEPENDENTES (WS-TOTAL-AUT)
                                    WS-AUT-BANCO (WS-TOTAL-AUT)
                                    WS-AUT-AGENCIA (WS-TOTAL-AUT)
                                    WS-AUT-CONTA (WS-TOTAL-AUT)
                                    WS-AUT-DIGITO (WS-TOTAL-AUT)
                                    WS-AUT-BRUTO-MES (WS-TOTAL-AUT)
                                    WS-AUT-INSS-MES (WS-TOTAL-AUT)
                                    WS-AUT-IRRF-MES (WS-TOTAL-AUT)
                     IF AUT-DEPENDENTES IS NUMERIC
                            MOVE AUT-DEPENDENTES TO
                                 WS-AUT-DEPENDENTES (WS-TOTAL-AUT)
                     END-IF
                     IF AUT-BANCO IS NUMERIC
                        AND AUT-AGENCIA IS NUMERIC
                        AND AUT-CONTA IS NUMERIC
                        AND AUT-DIGITO IS NUMERIC
                            MOVE AUT-BANCO TO
                                 WS-AUT-BANCO (WS-TOTAL-AUT)
                            MOVE AUT-AGENCIA TO
                                 WS-AUT-AGENCIA (WS-TOTAL-AUT)
                            MOVE AUT-CONTA TO
                                 WS-AUT-CONTA (WS-TOTAL-AUT)
                            MOVE AUT-DIGITO TO
                                 WS-AUT-DIGITO (WS-TOTAL-AUT)
                     END-IF
              END-IF.

       CARREGA-TABISS.
              OPEN INPUT ARQ-TABISS.
              PERFORM UNTIL WS-FIM-ISS EQUAL 1
                     READ ARQ-TABISS
                            AT END MOVE 1 TO WS-FIM-ISS
                            NOT AT END
                            PERFORM GUARDA-ISS
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABISS.
              IF WS-TOTAL-ISS EQUAL ZEROES
                     DISPLAY "EX124 - AVISO: TABISS.DAT AUSENTE OU "
                             "VAZIO - NENHUM SERVICO SERA PAGO SEM A "
                             "ALIQUOTA DE ISS"
              END-IF.

       GUARDA-ISS.
              IF WS-TOTAL-ISS EQUAL 200
                     DISPLAY "EX124 - TABELA DE ISS CHEIA (200) - "
                             "MUNICIPIO IGNORADO: " ISS-MUNICIPIO
              ELSE
              IF ISS-ALIQUOTA NOT NUMERIC
                     DISPLAY "EX124 - ALIQUOTA DE ISS INVALIDA EM "
                             "TABISS.DAT - MUNICIPIO IGNORADO: "
                             ISS-MUNICIPIO
              ELSE
                     ADD 1 TO WS-TOTAL-ISS
                     MOVE ISS-MUNICIPIO TO
                          WS-ISS-MUNICIPIO (WS-TOTAL-ISS)
                     MOVE ISS-NOME TO WS-ISS-NOME (WS-TOTAL-ISS)
                     MOVE ISS-ALIQUOTA TO
                          WS-ISS-ALIQUOTA (WS-TOTAL-ISS)
              END-IF
              END-IF.

       CARREGA-TABTRIB.
              OPEN INPUT ARQ-TABTRIB.
              PERFORM UNTIL WS-FIM-TRIB EQUAL 1
                     READ ARQ-TABTRIB
                            AT END MOVE 1 TO WS-FIM-TRIB
                            NOT AT END
                            PERFORM ESCOLHE-VIGENCIA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABTRIB.
              IF WS-VIG-INSS EQUAL ZEROES
                 AND WS-VIG-IRRF EQUAL ZEROES
                     DISPLAY "EX124 - AVISO: TABTRIB.DAT AUSENTE OU "
                             "SEM VIGENCIA ATE " WS-CICLO
                             " - VALEM AS FAIXAS COMPILADAS"
              ELSE
                     MOVE 0 TO WS-FIM-TRIB
                     OPEN INPUT ARQ-TABTRIB
                     PERFORM UNTIL WS-FIM-TRIB EQUAL 1
                            READ ARQ-TABTRIB
                                   AT END MOVE 1 TO WS-FIM-TRIB
                                   NOT AT END
                                   PERFORM GUARDA-FAIXA-VIGENTE
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-TABTRIB
                     PERFORM APLICA-TABELAS-VIGENTES
              END-IF.

       ESCOLHE-VIGENCIA.
              IF TRB-VIGENCIA NOT GREATER WS-CICLO
                     IF TRB-TIPO EQUAL "I"
                        AND TRB-VIGENCIA GREATER WS-VIG-INSS
                            MOVE TRB-VIGENCIA TO WS-VIG-INSS
                     END-IF
                     IF TRB-TIPO EQUAL "R"
                        AND TRB-VIGENCIA GREATER WS-VIG-IRRF
                            MOVE TRB-VIGENCIA TO WS-VIG-IRRF
                     END-IF
              END-IF.

       GUARDA-FAIXA-VIGENTE.
              IF TRB-TIPO EQUAL "I"
                 AND TRB-VIGENCIA EQUAL WS-VIG-INSS
                 AND WS-CT-FX-INSS LESS 4
                     ADD 1 TO WS-CT-FX-INSS
                     MOVE TRB-LIMITE TO
                          WS-STG-INSS-LIMITE (WS-CT-FX-INSS)
                     MOVE TRB-ALIQUOTA TO
                          WS-STG-INSS-ALIQUOTA (WS-CT-FX-INSS)
              END-IF.
              IF TRB-TIPO EQUAL "R"
                 AND TRB-VIGENCIA EQUAL WS-VIG-IRRF
                 AND WS-CT-FX-IRRF LESS 5
                     ADD 1 TO WS-CT-FX-IRRF
                     MOVE TRB-LIMITE TO
                          WS-STG-IRRF-LIMITE (WS-CT-FX-IRRF)
                     MOVE TRB-ALIQUOTA TO
                          WS-STG-IRRF-ALIQUOTA (WS-CT-FX-IRRF)
                     MOVE TRB-PARCELA TO
                          WS-STG-IRRF-PARCELA (WS-CT-FX-IRRF)
              END-IF.

       APLICA-TABELAS-VIGENTES.
              IF WS-CT-FX-INSS EQUAL 4
                     PERFORM VARYING WS-IND-FX FROM 1 BY 1
                             UNTIL WS-IND-FX GREATER 4
                             MOVE WS-STG-INSS-LIMITE (WS-IND-FX)
                                  TO FAIXA-INSS-LIMITE (WS-IND-FX)
                             MOVE WS-STG-INSS-ALIQUOTA (WS-IND-FX)
                                  TO FAIXA-INSS-ALIQUOTA (WS-IND-FX)
                     END-PERFORM
                     DISPLAY "EX124 - TETO DO INSS PELA VIGENCIA "
                             WS-VIG-INSS " DE TABTRIB.DAT"
              ELSE
              IF WS-CT-FX-INSS GREATER ZEROES
                     DISPLAY "EX124 - AVISO: VIGENCIA " WS-VIG-INSS
                             " DO INSS COM " WS-CT-FX-INSS
                             " FAIXA(S) EM VEZ DE 4 - VALE O TETO "
                             "COMPILADO"
              END-IF
              END-IF.
              IF WS-CT-FX-IRRF EQUAL 5
                     PERFORM VARYING WS-IND-FX FROM 1 BY 1
                             UNTIL WS-IND-FX GREATER 5
                             MOVE WS-STG-IRRF-LIMITE (WS-IND-FX)
                                  TO FAIXA-IRRF-LIMITE (WS-IND-FX)
                             MOVE WS-STG-IRRF-ALIQUOTA (WS-IND-FX)
                                  TO FAIXA-IRRF-ALIQUOTA (WS-IND-FX)
                             MOVE WS-STG-IRRF-PARCELA (WS-IND-FX)
                                  TO FAIXA-IRRF-PARCELA (WS-IND-FX)
                     END-PERFORM
                     DISPLAY "EX124 - IRRF PELA VIGENCIA "
                             WS-VIG-IRRF " DE TABTRIB.DAT"
              ELSE
              IF WS-CT-FX-IRRF GREATER ZEROES
                     DISPLAY "EX124 - AVISO: VIGENCIA " WS-VIG-IRRF
                             " DO IRRF COM " WS-CT-FX-IRRF
                             " FAIXA(S) EM VEZ DE 5 - VALEM AS "
                             "FAIXAS COMPILADAS"
              END-IF
              END-IF.

       CARREGA-LIVRO.
              OPEN INPUT LIVRO-RPA.
              IF WS-STATUS-LIVRO EQUAL "00"
                     PERFORM UNTIL WS-FIM-LIVRO EQUAL 1
                            READ LIVRO-RPA
                                   AT END MOVE 1 TO WS-FIM-LIVRO
                                   NOT AT END
                                   PERFORM CONFERE-RPA-ANTERIOR
                            END-READ
                     END-PERFORM
                     CLOSE LIVRO-RPA
              END-IF.
              DISPLAY "EX124 - LIVRO CADRPA.DAT: ULTIMO RPA "
                      WS-ULTIMO-RPA " - " WS-CT-RPA-LIVRO
                      " RPA(S) JA EMITIDO(S) NA COMPETENCIA".

       CONFERE-RPA-ANTERIOR.
              IF RPA-NUMERO IS NUMERIC
                 AND RPA-NUMERO GREATER WS-ULTIMO-RPA
                     MOVE RPA-NUMERO TO WS-ULTIMO-RPA
              END-IF.
              IF RPA-COMPETENCIA EQUAL WS-COMPETENCIA
                     MOVE RPA-CODIGO TO MOV-CODIGO
                     PERFORM LOCALIZA-AUTONOMO
                     IF WS-ACHADO GREATER ZEROES
                            ADD 1 TO WS-CT-RPA-LIVRO
                            ADD RPA-BRUTO TO
                                WS-AUT-BRUTO-MES (WS-ACHADO)
                            ADD RPA-INSS TO
                                WS-AUT-INSS-MES (WS-ACHADO)
                            ADD RPA-IRRF TO
                                WS-AUT-IRRF-MES (WS-ACHADO)
                     END-IF
              END-IF.

       LOCALIZA-AUTONOMO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-AUT
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-AUT-CODIGO (WS-IND) EQUAL MOV-CODIGO
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

       LOCALIZA-ISS.
              MOVE ZEROES TO WS-ACHADO-ISS.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-ISS
                      OR WS-ACHADO-ISS GREATER ZEROES
                      IF WS-ISS-MUNICIPIO (WS-IND) EQUAL
                         WS-AUT-MUNICIPIO (WS-ACHADO)
                             MOVE WS-IND TO WS-ACHADO-ISS
                      END-IF
              END-PERFORM.

       PROCESSA-ITEM.
              IF WS-MOV-SITUACAO (WS-IND-MOV) EQUAL SPACES
                     MOVE WS-MOV-CODIGO (WS-IND-MOV) TO MOV-CODIGO
                     PERFORM LOCALIZA-AUTONOMO
                     PERFORM CONFERE-ITEM
              END-IF.

       CONFERE-ITEM.
              IF WS-ACHADO EQUAL ZEROES
                     PERFORM RECUSA-ITEM
                     DISPLAY "EX124 - AUTONOMO " MOV-CODIGO
                             " FORA DE CADAUT.DAT - SERVICO RECUSADO"
              ELSE
              IF WS-AUT-SITUACAO (WS-ACHADO) NOT EQUAL "A"
                     PERFORM RECUSA-ITEM
                     DISPLAY "EX124 - AUTONOMO " MOV-CODIGO
                             " INATIVO EM CADAUT.DAT - SERVICO "
                             "RECUSADO"
              ELSE
              IF WS-LOTE-FILIAL NOT EQUAL SPACES
                 AND WS-AUT-FILIAL (WS-ACHADO) NOT EQUAL SPACES
                 AND WS-AUT-FILIAL (WS-ACHADO) NOT EQUAL
                     WS-LOTE-FILIAL
                     ADD 1 TO WS-CT-OUTRA-FILIAL
              ELSE
                     PERFORM LOCALIZA-ISS
                     IF WS-ACHADO-ISS EQUAL ZEROES
                            ADD 1 TO WS-CT-PENDENTES
                            DISPLAY "EX124 - AUTONOMO " MOV-CODIGO
                                    " MUNICIPIO "
                                    WS-AUT-MUNICIPIO (WS-ACHADO)
                                    " FORA DE TABISS.DAT - SERVICO "
                                    "FICA PENDENTE"
                     ELSE
                     IF WS-AUT-BANCO (WS-ACHADO) EQUAL ZEROES
                        OR WS-AUT-CONTA (WS-ACHADO) EQUAL ZEROES
                            ADD 1 TO WS-CT-PENDENTES
                            DISPLAY "EX124 - AUTONOMO " MOV-CODIGO
                                    " SEM CONTA EM CADAUT.DAT - "
                                    "SERVICO FICA PENDENTE"
                     ELSE
                            PERFORM CALCULA-RPA
                     END-IF
                     END-IF
              END-IF
              END-IF
              END-IF.

       CALCULA-RPA.
              COMPUTE WS-BRUTO-MES = WS-AUT-BRUTO-MES (WS-ACHADO)
                                   + WS-MOV-VALOR (WS-IND-MOV).
              IF WS-BRUTO-MES GREATER FAIXA-INSS-LIMITE (4)
                     MOVE FAIXA-INSS-LIMITE (4) TO WS-BASE-INSS
              ELSE
                     MOVE WS-BRUTO-MES TO WS-BASE-INSS
              END-IF.
              COMPUTE WS-INSS-MES ROUNDED =
                      WS-BASE-INSS * WS-ALIQ-AUTONOMO.
              COMPUTE WS-DIFERENCA = WS-INSS-MES
                      - WS-AUT-INSS-MES (WS-ACHADO).
              IF WS-DIFERENCA LESS ZEROES
                     MOVE ZEROES TO WS-DIFERENCA
              END-IF.
              MOVE WS-DIFERENCA TO WS-MOV-INSS (WS-IND-MOV).
              COMPUTE WS-BASE-IRRF = WS-BRUTO-MES - WS-INSS-MES
                      - (WS-AUT-DEPENDENTES (WS-ACHADO)
                         * WS-DEDUCAO-DEPENDENTE).
              IF WS-BASE-IRRF LESS ZEROES
                     MOVE ZEROES TO WS-BASE-IRRF
              END-IF.
              PERFORM VARYING WS-IND-FX FROM 1 BY 1
                      UNTIL WS-BASE-IRRF NOT GREATER
                            FAIXA-IRRF-LIMITE (WS-IND-FX)
                            OR WS-IND-FX EQUAL 5
                      CONTINUE
              END-PERFORM.
              COMPUTE WS-IRRF-MES ROUNDED =
                      (WS-BASE-IRRF * FAIXA-IRRF-ALIQUOTA (WS-IND-FX))
                      - FAIXA-IRRF-PARCELA (WS-IND-FX).
              IF WS-IRRF-MES LESS ZEROES
                     MOVE ZEROES TO WS-IRRF-MES
              END-IF.
              COMPUTE WS-DIFERENCA = WS-IRRF-MES
                      - WS-AUT-IRRF-MES (WS-ACHADO).
              IF WS-DIFERENCA LESS ZEROES
                     MOVE ZEROES TO WS-DIFERENCA
              END-IF.
              MOVE WS-DIFERENCA TO WS-MOV-IRRF (WS-IND-MOV).
              COMPUTE WS-MOV-ISS (WS-IND-MOV) ROUNDED =
                      WS-MOV-VALOR (WS-IND-MOV)
                      * WS-ISS-ALIQUOTA (WS-ACHADO-ISS).
              COMPUTE WS-LIQUIDO = WS-MOV-VALOR (WS-IND-MOV)
                      - WS-MOV-INSS (WS-IND-MOV)
                      - WS-MOV-IRRF (WS-IND-MOV)
                      - WS-MOV-ISS (WS-IND-MOV).
              IF WS-LIQUIDO NOT GREATER ZEROES
                     PERFORM RECUSA-ITEM
                     DISPLAY "EX124 - AUTONOMO " MOV-CODIGO
                             " COM LIQUIDO " WS-LIQUIDO
                             " - SERVICO RECUSADO"
              ELSE
                     PERFORM EMITE-RPA
              END-IF.

       EMITE-RPA.
              MOVE WS-LIQUIDO TO WS-MOV-LIQUIDO (WS-IND-MOV).
              MOVE WS-ACHADO TO WS-MOV-IND-AUT (WS-IND-MOV).
              MOVE WS-ACHADO-ISS TO WS-MOV-IND-ISS (WS-IND-MOV).
              ADD 1 TO WS-ULTIMO-RPA.
              MOVE WS-ULTIMO-RPA TO WS-MOV-NUMERO (WS-IND-MOV).
              MOVE "P" TO WS-MOV-SITUACAO (WS-IND-MOV).
              MOVE WS-DATA-HORA TO WS-MOV-PROCESSADO-EM (WS-IND-MOV).
              ADD WS-MOV-VALOR (WS-IND-MOV) TO
                  WS-AUT-BRUTO-MES (WS-ACHADO).
              ADD WS-MOV-INSS (WS-IND-MOV) TO
                  WS-AUT-INSS-MES (WS-ACHADO).
              ADD WS-MOV-IRRF (WS-IND-MOV) TO
                  WS-AUT-IRRF-MES (WS-ACHADO).
              ADD 1 TO WS-CT-EMITIDOS.
              ADD WS-MOV-VALOR (WS-IND-MOV) TO WS-TOTAL-BRUTO.
              ADD WS-MOV-INSS (WS-IND-MOV) TO WS-TOTAL-INSS.
              ADD WS-MOV-IRRF (WS-IND-MOV) TO WS-TOTAL-IRRF.
              ADD WS-MOV-ISS (WS-IND-MOV) TO WS-TOTAL-ISS-RETIDO.
              ADD WS-MOV-LIQUIDO (WS-IND-MOV) TO WS-TOTAL-LIQUIDO.
              DISPLAY "EX124 - RPA " WS-ULTIMO-RPA " AUTONOMO "
                      MOV-CODIGO " BRUTO " WS-MOV-VALOR (WS-IND-MOV)
                      " LIQUIDO " WS-MOV-LIQUIDO (WS-IND-MOV).

       GRAVA-LIVRO.
              OPEN EXTEND LIVRO-RPA.
              IF WS-STATUS-LIVRO NOT EQUAL "00"
                     OPEN OUTPUT LIVRO-RPA
              END-IF.
              PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                      UNTIL WS-IND-MOV GREATER WS-TOTAL-MOV
                      IF WS-MOV-NUMERO (WS-IND-MOV) GREATER ZEROES
                             PERFORM GRAVA-RPA
                      END-IF
              END-PERFORM.
              CLOSE LIVRO-RPA.

       GRAVA-RPA.
              MOVE WS-MOV-IND-AUT (WS-IND-MOV) TO WS-ACHADO.
              MOVE SPACES TO REG-RPA.
              MOVE WS-MOV-NUMERO (WS-IND-MOV) TO RPA-NUMERO.
              MOVE WS-COMPETENCIA TO RPA-COMPETENCIA.
              MOVE WS-DATA-HORA (1:8) TO RPA-EMISSAO.
              MOVE WS-MOV-CODIGO (WS-IND-MOV) TO RPA-CODIGO.
              MOVE WS-AUT-NOME (WS-ACHADO) TO RPA-NOME.
              MOVE WS-AUT-CPF (WS-ACHADO) TO RPA-CPF.
              MOVE WS-AUT-NIT (WS-ACHADO) TO RPA-NIT.
              MOVE WS-LOTE-FILIAL TO RPA-FILIAL.
              MOVE WS-AUT-MUNICIPIO (WS-ACHADO) TO RPA-MUNICIPIO.
              MOVE WS-MOV-DESCRICAO (WS-IND-MOV) TO RPA-DESCRICAO.
              MOVE WS-MOV-VALOR (WS-IND-MOV) TO RPA-BRUTO.
              MOVE WS-MOV-INSS (WS-IND-MOV) TO RPA-INSS.
              MOVE WS-MOV-IRRF (WS-IND-MOV) TO RPA-IRRF.
              MOVE WS-MOV-ISS (WS-IND-MOV) TO RPA-ISS.
              MOVE WS-MOV-LIQUIDO (WS-IND-MOV) TO RPA-LIQUIDO.
              MOVE WS-AUT-BANCO (WS-ACHADO) TO RPA-BANCO.
              MOVE WS-AUT-AGENCIA (WS-ACHADO) TO RPA-AGENCIA.
              MOVE WS-AUT-CONTA (WS-ACHADO) TO RPA-CONTA.
              MOVE WS-AUT-DIGITO (WS-ACHADO) TO RPA-DIGITO.
              MOVE "A" TO RPA-STATUS.
              MOVE ZEROES TO RPA-DATA-PAGTO.
              WRITE REG-RPA.

       EMITE-RECIBOS.
              OPEN OUTPUT RECIBOS.
              PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                      UNTIL WS-IND-MOV GREATER WS-TOTAL-MOV
                      IF WS-MOV-NUMERO (WS-IND-MOV) GREATER ZEROES
                             PERFORM EMITE-RECIBO
                      END-IF
              END-PERFORM.
              CLOSE RECIBOS.
              PERFORM REGISTRA-CATALOGO.

       EMITE-RECIBO.
              MOVE WS-MOV-IND-AUT (WS-IND-MOV) TO WS-ACHADO.
              MOVE WS-MOV-IND-ISS (WS-IND-MOV) TO WS-ACHADO-ISS.
              MOVE WS-EMPRESA TO EMPRESA-RPA.
              MOVE WS-MOV-NUMERO (WS-IND-MOV) TO NUMERO-RPA.
              MOVE WS-COMPETENCIA TO COMPETENCIA-RPA.
              MOVE WS-DATA-HORA (7:2) TO EMISSAO-RPA (1:2).
              MOVE WS-DATA-HORA (5:2) TO EMISSAO-RPA (4:2).
              MOVE WS-DATA-HORA (1:4) TO EMISSAO-RPA (7:4).
              MOVE "/" TO EMISSAO-RPA (3:1) EMISSAO-RPA (6:1).
              MOVE EPS-CNPJ TO CNPJ-RPA.
              MOVE WS-MOV-CODIGO (WS-IND-MOV) TO CODIGO-RPA.
              MOVE WS-AUT-NOME (WS-ACHADO) TO NOME-RPA.
              MOVE WS-AUT-CPF (WS-ACHADO) TO CPF-RPA.
              MOVE WS-AUT-NIT (WS-ACHADO) TO NIT-RPA.
              MOVE WS-MOV-DESCRICAO (WS-IND-MOV) TO DESCRICAO-RPA.
              MOVE WS-AUT-MUNICIPIO (WS-ACHADO) TO MUNICIPIO-RPA.
              MOVE WS-ISS-NOME (WS-ACHADO-ISS) TO MUN-NOME-RPA.
              WRITE REG-RECIBO FROM LINHA-EMPRESA
                    AFTER ADVANCING PAGE.
              WRITE REG-RECIBO FROM LINHA-NUMERO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-RECIBO FROM LINHA-AUTONOMO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-RECIBO FROM LINHA-SERVICO
                    AFTER ADVANCING 1 LINE.
              MOVE "VALOR BRUTO DO SERVICO" TO VALOR-ROTULO.
              MOVE WS-MOV-VALOR (WS-IND-MOV) TO VALOR-RPA.
              WRITE REG-RECIBO FROM LINHA-VALOR-RPA
                    AFTER ADVANCING 2 LINES.
              MOVE "(-) INSS 11% ATE O TETO" TO VALOR-ROTULO.
              MOVE WS-MOV-INSS (WS-IND-MOV) TO VALOR-RPA.
              WRITE REG-RECIBO FROM LINHA-VALOR-RPA
                    AFTER ADVANCING 1 LINE.
              MOVE "(-) IRRF" TO VALOR-ROTULO.
              MOVE WS-MOV-IRRF (WS-IND-MOV) TO VALOR-RPA.
              WRITE REG-RECIBO FROM LINHA-VALOR-RPA
                    AFTER ADVANCING 1 LINE.
              MOVE "(-) ISS DO MUNICIPIO" TO VALOR-ROTULO.
              MOVE WS-MOV-ISS (WS-IND-MOV) TO VALOR-RPA.
              WRITE REG-RECIBO FROM LINHA-VALOR-RPA
                    AFTER ADVANCING 1 LINE.
              MOVE "VALOR LIQUIDO" TO VALOR-ROTULO.
              MOVE WS-MOV-LIQUIDO (WS-IND-MOV) TO VALOR-RPA.
              WRITE REG-RECIBO FROM LINHA-VALOR-RPA
                    AFTER ADVANCING 2 LINES.
              MOVE WS-AUT-BANCO (WS-ACHADO) TO BANCO-RPA.
              MOVE WS-AUT-AGENCIA (WS-ACHADO) TO AGENCIA-RPA.
              MOVE WS-AUT-CONTA (WS-ACHADO) TO CONTA-RPA.
              MOVE WS-AUT-DIGITO (WS-ACHADO) TO DIGITO-RPA.
              WRITE REG-RECIBO FROM LINHA-CONTA
                    AFTER ADVANCING 1 LINE.
              WRITE REG-RECIBO FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-RECIBO FROM LINHA-ASSINATURA-ROTULO
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-CT-RECIBOS.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "RECIBOS RPA" TO CAT-NOME.
              MOVE "EX124" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-DATA-HORA (1:8) TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE WS-CT-RECIBOS TO CAT-PAGINAS.
              MOVE "EX124-RPA.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       REGRAVA-MOVIMENTO.
              OPEN OUTPUT MOV-SAI.
              PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                      UNTIL WS-IND-MOV GREATER WS-TOTAL-MOV
                      MOVE WS-MOV-REG (WS-IND-MOV) TO REG-MOV-SAI
                      WRITE REG-MOV-SAI
              END-PERFORM.
              CLOSE MOV-SAI.

       RESUMO-FINAL.
              DISPLAY "EX124 - RESUMO DO PAGAMENTO DE AUTONOMOS".
              DISPLAY "COMPETENCIA              : " WS-COMPETENCIA.
              DISPLAY "SERVICOS EM ABERTO LIDOS : " WS-CT-ITENS.
              DISPLAY "SERVICOS RECUSADOS       : " WS-CT-RECUSADOS.
              DISPLAY "SERVICOS JA PROCESSADOS  : "
                      WS-CT-JA-PROCESSADOS.
              DISPLAY "PENDENTES (ISS/CONTA)    : " WS-CT-PENDENTES.
              DISPLAY "DE OUTRA FILIAL          : "
                      WS-CT-OUTRA-FILIAL.
              DISPLAY "RPA EMITIDOS             : " WS-CT-EMITIDOS.
              DISPLAY "BRUTO                    : " WS-TOTAL-BRUTO.
              DISPLAY "INSS RETIDO              : " WS-TOTAL-INSS.
              DISPLAY "IRRF RETIDO              : " WS-TOTAL-IRRF.
              DISPLAY "ISS RETIDO               : "
                      WS-TOTAL-ISS-RETIDO.
              DISPLAY "LIQUIDO A CREDITAR (EX63): " WS-TOTAL-LIQUIDO.
              IF (WS-CT-PENDENTES GREATER ZEROES
                  OR WS-CT-RECUSADOS GREATER ZEROES)
                 AND RETURN-CODE EQUAL ZEROES
                     MOVE 4 TO RETURN-CODE
              END-IF.
