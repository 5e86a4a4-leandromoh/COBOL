       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX123.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  FOLHA COMPLEMENTAR. QUANDO UM ERRO APARECE DEPOIS
      *          QUE EX26 E EX14 JA RODARAM (HORA EXTRA ESQUECIDA,
      *          DESCONTO ERRADO) NAO DA PARA RODAR O CICLO DE NOVO,
      *          E EX37 SO TRATA REAJUSTE RETROATIVO. ESTE PROGRAMA
      *          PAGA SO A CORRECAO: PARM-EX123.DAT (OBRIGATORIO) TRAZ
      *          A COMPETENCIA ORIGINAL (A DATA DO CICLO GRAVADA EM
      *          CADLIQ-LEDGER.DAT) E O OPERADOR, E EX123-MOV.DAT
      *          TRAZ OS ITENS DE CORRECAO POR MATRICULA: "P" =
      *          PROVENTO (ENTRA NO BRUTO E SOFRE INSS E IRRF), "R" =
      *          DEVOLUCAO DE DESCONTO INDEVIDO E "D" = DESCONTO (OS
      *          DOIS SO MEXEM NO LIQUIDO). PARA CADA MATRICULA O
      *          BRUTO JA PAGO NA COMPETENCIA (A ULTIMA LINHA DE EX26
      *          NO LIVRO-RAZAO MAIS AS COMPLEMENTARES ANTERIORES) E
      *          SOMADO AOS PROVENTOS E O INSS E O IRRF SAO
      *          RECALCULADOS SOBRE O TOTAL (FAIXAS COMPILADAS OU A
      *          VIGENCIA DE TABTRIB.DAT DA COMPETENCIA, DEPENDENTES
      *          DE CADDEP.DAT, COMO EM EX26); A COMPLEMENTAR RETEM
      *          SO A DIFERENCA PARA O QUE JA FOI RETIDO, E O IMPOSTO
      *          DO PAR FECHA CERTO. O LIQUIDO COMPLEMENTAR SAI NA
      *          REMESSA SUPLEMENTAR EX123-BANCO.CSV NO LAYOUT DE
      *          EX14 (NO MOLDE DO REENVIO DE EX106: SEQUENCIA DE
      *          EX14-SEQ.DAT, CONTA DE CADBCO.DAT, CREDITO NO
      *          PROXIMO DIA UTIL, LINHA EM EX14-CTRL.DAT COM A MARCA
      *          "C" - COMPLEMENTAR), CADA MATRICULA PAGA GANHA UMA
      *          LINHA DO TIPO "C" EM CADLIQ-LEDGER.DAT (BRUTO,
      *          INSS, IRRF E LIQUIDO DA COMPLEMENTAR) E UM
      *          CONTRACHEQUE COMPLEMENTAR EM
      *          EX123-CONTRACHEQUES.DAT (CATALOGADO EM
      *          REL-CATALOGO.DAT). OS ITENS PAGOS SAO MARCADOS EM
      *          EX123-MOV.DAT (SITUACAO "P" E DATA-HORA) - RODAR DE
      *          NOVO NAO PAGA DUAS VEZES.
      *          MATRICULA SEM FOLHA NA COMPETENCIA OU SEM CONTA EM
      *          CADBCO FICA PENDENTE (OS ITENS CONTINUAM EM ABERTO
      *          PARA A PROXIMA EXECUCAO); COMPLEMENTAR COM LIQUIDO
      *          ZERO OU NEGATIVO NAO E PAGA (SITUACAO "N" - O
      *          DESCONTO VAI PARA A FOLHA NORMAL) E ITEM INVALIDO E
      *          RECUSADO (SITUACAO "X"); HAVENDO QUALQUER UM DELES O
      *          PROGRAMA DEVOLVE RETURN-CODE 4. ANTES DO TRAILER A
      *          REMESSA CONFERE OS PROPRIOS TOTAIS E, SE NAO FECHAR,
      *          SAI SEM TRAILER, NADA E GRAVADO NO LIVRO-RAZAO NEM
      *          MARCADO E O PROGRAMA DEVOLVE RETURN-CODE 16.
      *          COMPETENCIA JA FECHADA EM COMPETENCIAS.DAT (EX105)
      *          NAO IMPEDE A COMPLEMENTAR, MAS SAI AVISO: A
      *          DECLARACAO DA COMPETENCIA PRECISA SER RETIFICADA.
      *          TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MOV-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MOV.
       SELECT MOV-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LEDGER-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOLHA.
       SELECT LEDGER-LIQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOLHA.
       SELECT CADDEP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DEP-CHAVE
              FILE STATUS IS WS-STATUS-CADDEP.
       SELECT OPTIONAL CADSAI-HIST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-TABTRIB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADBCO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BCO-MATRICULA
              FILE STATUS IS WS-STATUS-CADBCO.
       SELECT CSV-BANCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-SEQ-ENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-SEQ-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LEDGER-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LEDGER.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTRACHEQUES ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX123.DAT".

       01 REG-PARM.
              02 PARM-COMPETENCIA PIC X(08).
              02 PARM-OPERADOR    PIC X(10).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD MOV-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX123-MOV.DAT".

       01 REG-MOV-ENT.
              02 MOV-MATRICULA     PIC 9(05).
              02 MOV-TIPO          PIC X(01).
              02 MOV-DESCRICAO     PIC X(25).
              02 MOV-VALOR         PIC 9(7)V99.
              02 MOV-SITUACAO      PIC X(01).
              02 MOV-PROCESSADO-EM PIC X(14).

       FD MOV-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX123-MOV.DAT".

       01 REG-MOV-SAI PIC X(55).

       FD LEDGER-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADLIQ-LEDGER.DAT".

       01 REG-LEDGER-ENT.
              02 LED-ENT-COMPETENCIA PIC 9(08).
              02 LED-ENT-MATRICULA   PIC 9(05).
              02 LED-ENT-BRUTO       PIC 9(7)V99.
              02 LED-ENT-INSS        PIC 9(7)V99.
              02 LED-ENT-IRRF        PIC 9(7)V99.
              02 LED-ENT-LIQUIDO     PIC 9(7)V99.
              02 LED-ENT-TIPO        PIC X(01).

       FD LEDGER-LIQ
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADLIQ-LEDGER.DAT".

       01 REG-LEDGER-LIQ.
              02 LED-LIQ-COMPETENCIA PIC 9(08).
              02 LED-LIQ-MATRICULA   PIC 9(05).
              02 LED-LIQ-BRUTO       PIC 9(7)V99.
              02 LED-LIQ-INSS        PIC 9(7)V99.
              02 LED-LIQ-IRRF        PIC 9(7)V99.
              02 LED-LIQ-LIQUIDO     PIC 9(7)V99.
              02 LED-LIQ-TIPO        PIC X(01).

       FD CADDEP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADDEP.DAT".

       01 REG-DEP.
              02 DEP-CHAVE.
                     03 DEP-MATRICULA PIC 9(05).
                     03 DEP-SEQ       PIC 9(02).
              02 DEP-NOME      PIC X(20).
              02 DEP-NASC.
                     03 DEP-NASC-DD   PIC 9(02).
                     03 DEP-NASC-MM   PIC 9(02).
                     03 DEP-NASC-AAAA PIC 9(04).
              02 DEP-TIPO      PIC X(01).

       FD CADSAI-HIST
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI-HIST.DAT".

       01 REG-SAI-HIST.
              02 CODIGO-HIST PIC 9(5).
              02 NOME-HIST   PIC X(20).
              02 SALARIO-REAJUSTADO-HIST PIC 9(7)V99.
              02 CICLO-HIST  PIC X(8).
              02 FILLER      PIC X(25).
              02 DEPTO-HIST  PIC X(04).
              02 CARGO-HIST  PIC X(15).

       FD ARQ-TABTRIB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABTRIB.DAT".

       01 REG-TRIB.
              02 TRB-TIPO     PIC X(01).
              02 TRB-VIGENCIA PIC 9(08).
              02 TRB-LIMITE   PIC 9(7)V99.
              02 TRB-ALIQUOTA PIC 9V9999.
              02 TRB-PARCELA  PIC 9(4)V99.

       FD CADBCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO.DAT".

       01 REG-BCO.
              02 BCO-MATRICULA PIC 9(05).
              02 BCO-BANCO     PIC 9(03).
              02 BCO-AGENCIA   PIC 9(04).
              02 BCO-CONTA     PIC 9(08).
              02 BCO-DIGITO    PIC 9(01).

       FD CSV-BANCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX123-BANCO.CSV".

       01 REG-CSV-BANCO PIC X(70).

       FD ARQ-SEQ-ENT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-SEQ.DAT".

       01 REG-SEQ-ENT.
              02 SEQ-ENT-NUMERO PIC 9(05).

       FD ARQ-SEQ-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-SEQ.DAT".

       01 REG-SEQ-SAI.
              02 SEQ-SAI-NUMERO PIC 9(05).

       FD LEDGER-SAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX14-CTRL.DAT".

       01 REG-LEDGER-SAI.
              02 LED-SAI-CICLO     PIC 9(08).
              02 LED-SAI-FILIAL    PIC X(04).
              02 LED-SAI-SEQUENCIA PIC 9(05).
              02 LED-SAI-QTDE      PIC 9(07).
              02 LED-SAI-VALOR     PIC 9(9)V99.
              02 LED-SAI-OPERADOR  PIC X(10).
              02 LED-SAI-OVERRIDE  PIC X(01).

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       FD CONTRACHEQUES
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX123-CONTRACHEQUES.DAT".
       01 REG-CONTRA PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-FOLHA PIC X(02).
       77 WS-STATUS-CADDEP PIC X(02).
       77 WS-STATUS-CADBCO PIC X(02).
       77 WS-STATUS-LEDGER PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-MOV PIC 9(01) VALUE 0.
       77 WS-FIM-FOLHA PIC 9(01) VALUE 0.
       77 WS-FIM-CADDEP PIC 9(01) VALUE 0.
       77 WS-FIM-HIST PIC 9(01) VALUE 0.
       77 WS-FIM-TRIB PIC 9(01) VALUE 0.
       77 WS-TEM-CADBCO PIC X(03) VALUE "NAO".
       77 WS-REMESSA-ABERTA PIC X(03) VALUE "NAO".
       77 WS-BCO-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-IND PIC 9(05) VALUE ZEROES.
       77 WS-IND-CPL PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-MOV PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-CPL PIC 9(05) VALUE ZEROES.
       77 WS-COMPETENCIA PIC 9(08) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(04) VALUE SPACES.
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-SEQUENCIA PIC 9(05) VALUE ZEROES.
       77 WS-DATA-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-VALOR-LIQUIDO-ED PIC 9(7),99.
       77 WS-HASH-ED PIC 9(9),99.
       77 WS-CT-ITENS PIC 9(05) VALUE ZEROES.
       77 WS-CT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-PROCESSADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-NAO-PAGOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONFERIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONTRACHEQUES PIC 9(05) VALUE ZEROES.
       77 WS-HASH-GRAVADO PIC 9(9)V99 VALUE ZEROES.
       77 WS-HASH-CALCULADO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-INSS PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE ZEROES.
       77 WS-BRUTO PIC 9(7)V99 VALUE ZEROES.
       77 WS-INSS PIC 9(7)V99 VALUE ZEROES.
       77 WS-BASE-IRRF PIC S9(7)V99 VALUE ZEROES.
       77 WS-IRRF PIC S9(7)V99 VALUE ZEROES.
       77 WS-DIFERENCA PIC S9(7)V99 VALUE ZEROES.
       77 WS-QT-DEP PIC 9(02) VALUE ZEROES.
       77 WS-DEDUCAO-DEPENDENTE PIC 9(3)V99 VALUE 189,59.
       77 WS-IND-FX PIC 9(02) VALUE ZEROES.
       77 WS-VIG-INSS PIC 9(08) VALUE ZEROES.
       77 WS-VIG-IRRF PIC 9(08) VALUE ZEROES.
       77 WS-CT-FX-INSS PIC 9(02) VALUE ZEROES.
       77 WS-CT-FX-IRRF PIC 9(02) VALUE ZEROES.
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-ANO-COBERTO PIC X(03) VALUE "NAO".
       77 WS-DATA-CREDITO PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INTEIRO PIC 9(07) VALUE ZEROES.
       77 WS-IND-SEMANA PIC 9(01) VALUE ZEROES.
       77 WS-VOLTAS PIC 9(03) VALUE ZEROES.

       01 TABELA-MOVIMENTO.
              02 WS-MOV OCCURS 2000 TIMES.
                     03 WS-MOV-REG.
                            04 WS-MOV-MATRICULA     PIC 9(05).
                            04 WS-MOV-TIPO          PIC X(01).
                            04 WS-MOV-DESCRICAO     PIC X(25).
                            04 WS-MOV-VALOR         PIC 9(7)V99.
                            04 WS-MOV-SITUACAO      PIC X(01).
                            04 WS-MOV-PROCESSADO-EM PIC X(14).
                     03 WS-MOV-IND-CPL PIC 9(05).

       01 TABELA-COMPLEMENTOS.
              02 WS-CPL OCCURS 500 TIMES.
                     03 WS-CPL-MATRICULA   PIC 9(05).
                     03 WS-CPL-NOME        PIC X(20).
                     03 WS-CPL-DEPTO       PIC X(04).
                     03 WS-CPL-CARGO       PIC X(15).
                     03 WS-CPL-CICLO-HIST  PIC X(08).
                     03 WS-CPL-QT-DEP      PIC 9(02).
                     03 WS-CPL-ACHOU-FOLHA PIC X(03).
                     03 WS-CPL-BRUTO-ORIG  PIC 9(7)V99.
                     03 WS-CPL-INSS-ORIG   PIC 9(7)V99.
                     03 WS-CPL-IRRF-ORIG   PIC 9(7)V99.
                     03 WS-CPL-BRUTO-ANT   PIC 9(7)V99.
                     03 WS-CPL-INSS-ANT    PIC 9(7)V99.
                     03 WS-CPL-IRRF-ANT    PIC 9(7)V99.
                     03 WS-CPL-PROVENTOS   PIC 9(7)V99.
                     03 WS-CPL-DEVOLUCOES  PIC 9(7)V99.
                     03 WS-CPL-DESCONTOS   PIC 9(7)V99.
                     03 WS-CPL-INSS-TOTAL  PIC 9(7)V99.
                     03 WS-CPL-IRRF-TOTAL  PIC 9(7)V99.
                     03 WS-CPL-INSS        PIC 9(7)V99.
                     03 WS-CPL-IRRF        PIC 9(7)V99.
                     03 WS-CPL-LIQUIDO     PIC S9(7)V99.
                     03 WS-CPL-SITUACAO    PIC X(01).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

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

       01 DATSRV-AREA.
              COPY DATSRV.

       01 COMPSRV-AREA.
              COPY COMPSRV.

       01 LINHA-EMPRESA.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(40)
             VALUE "FATEC-SP - CONTRACHEQUE COMPLEMENTAR".
          02 FILLER PIC X(20) VALUE SPACES.

       01 LINHA-MARCA.
          02 FILLER PIC X(25) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "*** FOLHA COMPLEMENTAR ***".
          02 FILLER PIC X(25) VALUE SPACES.

       01 LINHA-IDENT.
          02 FILLER PIC X(10) VALUE "MATRICULA ".
          02 CODIGO-CONTRA PIC 9(05).
          02 FILLER PIC X(06) VALUE " NOME ".
          02 NOME-CONTRA PIC X(20).
          02 FILLER PIC X(07) VALUE " DEPTO ".
          02 DEPTO-CONTRA PIC X(04).
          02 FILLER PIC X(07) VALUE " CARGO ".
          02 CARGO-CONTRA PIC X(15).
          02 FILLER PIC X(06) VALUE SPACES.

       01 LINHA-COMPETENCIA.
          02 FILLER PIC X(12) VALUE "COMPETENCIA ".
          02 COMPETENCIA-CONTRA PIC 9(08).
          02 FILLER PIC X(12) VALUE "  CREDITO EM".
          02 FILLER PIC X(01) VALUE SPACES.
          02 CREDITO-CONTRA PIC 9(08).
          02 FILLER PIC X(39) VALUE SPACES.

       01 LINHA-ITEM.
          02 FILLER PIC X(02) VALUE SPACES.
          02 ITEM-TIPO PIC X(20).
          02 ITEM-DESCRICAO PIC X(25).
          02 FILLER PIC X(03) VALUE "R$ ".
          02 ITEM-VALOR PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(18) VALUE SPACES.

       01 LINHA-VALOR-CPL.
          02 FILLER PIC X(02) VALUE SPACES.
          02 VALOR-ROTULO PIC X(30).
          02 FILLER PIC X(03) VALUE "R$ ".
          02 VALOR-CPL PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(33) VALUE SPACES.

       01 LINHA-ASSINATURA.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(35)
             VALUE "___________________________________".
          02 FILLER PIC X(35) VALUE SPACES.

       01 LINHA-ASSINATURA-ROTULO.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(24) VALUE "ASSINATURA DO EMPREGADO".
          02 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA123.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PROCESSA-MATRICULA
                      VARYING WS-IND-CPL FROM 1 BY 1
                      UNTIL WS-IND-CPL GREATER WS-TOTAL-CPL
                      OR WS-ABORTAR EQUAL "SIM"
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              IF WS-REMESSA-ABERTA EQUAL "SIM"
                     PERFORM CONFERE-E-GRAVA-TRAILER
              ELSE
                     PERFORM REGRAVA-MOVIMENTO
              END-IF
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-EX123.
              IF WS-ABORTAR EQUAL "NAO"
                     DISPLAY "EX123 - FOLHA COMPLEMENTAR DA "
                             "COMPETENCIA " WS-COMPETENCIA
                     PERFORM VERIFICA-COMPETENCIA
                     PERFORM CARREGA-MOVIMENTO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                 AND WS-TOTAL-CPL EQUAL ZEROES
                     DISPLAY "EX123 - NENHUM ITEM EM ABERTO EM "
                             "EX123-MOV.DAT - NADA A PAGAR"
                     MOVE "SIM" TO WS-ABORTAR
                     IF WS-CT-RECUSADOS GREATER ZEROES
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-FOLHA-COMPETENCIA
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-DEPENDENTES
                     PERFORM CARREGA-CADASTRO-EPOCA
                     PERFORM CARREGA-TABTRIB
                     PERFORM ABRE-CADBCO
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM CARREGA-FERIADOS
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL.
              CLOSE ARQ-LOTE.

       LE-PARAMETRO-EX123.
              MOVE SPACES TO REG-PARM.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-OPERADOR TO WS-OPERADOR.
              CLOSE ARQ-PARM.
              IF PARM-COMPETENCIA NOT NUMERIC
                     DISPLAY "EX123 - PARM-EX123.DAT AUSENTE OU SEM "
                             "A COMPETENCIA ORIGINAL (AAAAMMDD DO "
                             "CICLO) - FOLHA COMPLEMENTAR ABORTADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE PARM-COMPETENCIA TO WS-COMPETENCIA
              END-IF.

       VERIFICA-COMPETENCIA.
              MOVE WS-COMPETENCIA (1:6) TO CPS-COMPETENCIA.
              CALL "COMPSRV" USING COMPSRV-AREA.
              IF CPS-RETORNO EQUAL "1"
                     DISPLAY "EX123 - AVISO: COMPETENCIA "
                             CPS-COMPETENCIA " FECHADA POR "
                             CPS-OPERADOR " EM " CPS-DATA-HORA
                     DISPLAY "EX123 - A DECLARACAO DA COMPETENCIA "
                             "PRECISA SER RETIFICADA COM A "
                             "COMPLEMENTAR"
              END-IF.
              MOVE ZEROES TO RETURN-CODE.

       CARREGA-MOVIMENTO.
              OPEN INPUT MOV-ENT.
              IF WS-STATUS-MOV NOT EQUAL "00"
                     DISPLAY "EX123 - ERRO AO ABRIR EX123-MOV - "
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
                     DISPLAY "EX123 - TABELA DE ITENS CHEIA (2000) "
                             "- ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-MOV
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-MOV
                     MOVE REG-MOV-ENT TO WS-MOV-REG (WS-TOTAL-MOV)
                     MOVE ZEROES TO WS-MOV-IND-CPL (WS-TOTAL-MOV)
                     IF MOV-SITUACAO EQUAL SPACES
                            PERFORM VALIDA-ITEM
                     ELSE
                            ADD 1 TO WS-CT-JA-PROCESSADOS
                     END-IF
              END-IF.

       VALIDA-ITEM.
              IF MOV-MATRICULA NOT NUMERIC
                 OR MOV-MATRICULA EQUAL ZEROES
                 OR MOV-VALOR NOT NUMERIC
                 OR MOV-VALOR EQUAL ZEROES
                 OR (MOV-TIPO NOT EQUAL "P"
                     AND MOV-TIPO NOT EQUAL "R"
                     AND MOV-TIPO NOT EQUAL "D")
                     ADD 1 TO WS-CT-RECUSADOS
                     MOVE "X" TO WS-MOV-SITUACAO (WS-TOTAL-MOV)
                     MOVE WS-DATA-HORA TO
                          WS-MOV-PROCESSADO-EM (WS-TOTAL-MOV)
                     DISPLAY "EX123 - ITEM INVALIDO RECUSADO: "
                             REG-MOV-ENT
              ELSE
                     ADD 1 TO WS-CT-ITENS
                     PERFORM LOCALIZA-COMPLEMENTO
                     IF WS-ACHADO NOT EQUAL ZEROES
                            MOVE WS-ACHADO TO
                                 WS-MOV-IND-CPL (WS-TOTAL-MOV)
                            PERFORM SOMA-ITEM
                     END-IF
              END-IF.

       LOCALIZA-COMPLEMENTO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CPL
                      IF WS-CPL-MATRICULA (WS-IND) EQUAL MOV-MATRICULA
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-CPL EQUAL 500
                            DISPLAY "EX123 - TABELA DE MATRICULAS "
                                    "CHEIA (500) - ABORTANDO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO WS-FIM-MOV
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            ADD 1 TO WS-TOTAL-CPL
                            MOVE WS-TOTAL-CPL TO WS-ACHADO
                            PERFORM INICIA-COMPLEMENTO
                     END-IF
              END-IF.

       INICIA-COMPLEMENTO.
              MOVE MOV-MATRICULA TO WS-CPL-MATRICULA (WS-ACHADO).
              MOVE SPACES TO WS-CPL-NOME (WS-ACHADO)
                             WS-CPL-DEPTO (WS-ACHADO)
                             WS-CPL-CARGO (WS-ACHADO)
                             WS-CPL-CICLO-HIST (WS-ACHADO)
                             WS-CPL-SITUACAO (WS-ACHADO).
              MOVE "NAO" TO WS-CPL-ACHOU-FOLHA (WS-ACHADO).
              MOVE ZEROES TO WS-CPL-QT-DEP (WS-ACHADO)
                             WS-CPL-BRUTO-ORIG (WS-ACHADO)
                             WS-CPL-INSS-ORIG (WS-ACHADO)
                             WS-CPL-IRRF-ORIG (WS-ACHADO)
                             WS-CPL-BRUTO-ANT (WS-ACHADO)
                             WS-CPL-INSS-ANT (WS-ACHADO)
                             WS-CPL-IRRF-ANT (WS-ACHADO)
                             WS-CPL-PROVENTOS (WS-ACHADO)
                             WS-CPL-DEVOLUCOES (WS-ACHADO)
                             WS-CPL-DESCONTOS (WS-ACHADO)
                             WS-CPL-INSS-TOTAL (WS-ACHADO)
                             WS-CPL-IRRF-TOTAL (WS-ACHADO)
                             WS-CPL-INSS (WS-ACHADO)
                             WS-CPL-IRRF (WS-ACHADO)
                             WS-CPL-LIQUIDO (WS-ACHADO).

       SOMA-ITEM.
              IF MOV-TIPO EQUAL "P"
                     ADD MOV-VALOR TO WS-CPL-PROVENTOS (WS-ACHADO)
              ELSE
              IF MOV-TIPO EQUAL "R"
                     ADD MOV-VALOR TO WS-CPL-DEVOLUCOES (WS-ACHADO)
              ELSE
                     ADD MOV-VALOR TO WS-CPL-DESCONTOS (WS-ACHADO)
              END-IF
              END-IF.

       CARREGA-FOLHA-COMPETENCIA.
              OPEN INPUT LEDGER-ENT.
              IF WS-STATUS-FOLHA NOT EQUAL "00"
                     DISPLAY "EX123 - ERRO AO ABRIR CADLIQ-LEDGER - "
                             "FILE STATUS " WS-STATUS-FOLHA
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM UNTIL WS-FIM-FOLHA EQUAL 1
                            READ LEDGER-ENT
                                   AT END MOVE 1 TO WS-FIM-FOLHA
                                   NOT AT END
                                   IF LED-ENT-COMPETENCIA EQUAL
                                      WS-COMPETENCIA
                                          PERFORM GUARDA-FOLHA
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE LEDGER-ENT
              END-IF.

       GUARDA-FOLHA.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CPL
                      IF WS-CPL-MATRICULA (WS-IND) EQUAL
                         LED-ENT-MATRICULA
                             PERFORM ACUMULA-FOLHA
                      END-IF
              END-PERFORM.

       ACUMULA-FOLHA.
              IF LED-ENT-TIPO EQUAL "C"
                     ADD LED-ENT-BRUTO TO WS-CPL-BRUTO-ANT (WS-IND)
                     ADD LED-ENT-INSS TO WS-CPL-INSS-ANT (WS-IND)
                     ADD LED-ENT-IRRF TO WS-CPL-IRRF-ANT (WS-IND)
              ELSE
                     MOVE "SIM" TO WS-CPL-ACHOU-FOLHA (WS-IND)
                     MOVE LED-ENT-BRUTO TO WS-CPL-BRUTO-ORIG (WS-IND)
                     MOVE LED-ENT-INSS TO WS-CPL-INSS-ORIG (WS-IND)
                     MOVE LED-ENT-IRRF TO WS-CPL-IRRF-ORIG (WS-IND)
              END-IF.

       CARREGA-DEPENDENTES.
              OPEN INPUT CADDEP.
              IF WS-STATUS-CADDEP NOT EQUAL "00"
                     DISPLAY "EX123 - AVISO: CADDEP.DAT INDISPONIVEL "
                             "- FILE STATUS " WS-STATUS-CADDEP
                             " - IRRF SEM DEDUCAO DE DEPENDENTES"
              ELSE
                     PERFORM UNTIL WS-FIM-CADDEP EQUAL 1
                            READ CADDEP
                                   AT END MOVE 1 TO WS-FIM-CADDEP
                                   NOT AT END
                                   PERFORM CONTA-DEPENDENTE
                            END-READ
                     END-PERFORM
                     CLOSE CADDEP
              END-IF.

       CONTA-DEPENDENTE.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CPL
                      IF WS-CPL-MATRICULA (WS-IND) EQUAL DEP-MATRICULA
                         AND WS-CPL-QT-DEP (WS-IND) LESS 99
                             ADD 1 TO WS-CPL-QT-DEP (WS-IND)
                      END-IF
              END-PERFORM.

       CARREGA-CADASTRO-EPOCA.
              OPEN INPUT CADSAI-HIST.
              PERFORM UNTIL WS-FIM-HIST EQUAL 1
                     READ CADSAI-HIST
                            AT END MOVE 1 TO WS-FIM-HIST
                            NOT AT END
                            IF REG-SAI-HIST (1:1) NOT EQUAL "H"
                               AND CICLO-HIST NOT GREATER
                                   WS-COMPETENCIA
                                   PERFORM GUARDA-CADASTRO-EPOCA
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE CADSAI-HIST.

       GUARDA-CADASTRO-EPOCA.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CPL
                      IF WS-CPL-MATRICULA (WS-IND) EQUAL CODIGO-HIST
                         AND CICLO-HIST NOT LESS
                             WS-CPL-CICLO-HIST (WS-IND)
                             MOVE CICLO-HIST TO
                                  WS-CPL-CICLO-HIST (WS-IND)
                             MOVE NOME-HIST TO WS-CPL-NOME (WS-IND)
                             MOVE DEPTO-HIST TO WS-CPL-DEPTO (WS-IND)
                             MOVE CARGO-HIST TO WS-CPL-CARGO (WS-IND)
                      END-IF
              END-PERFORM.

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
                     DISPLAY "EX123 - AVISO: TABTRIB.DAT AUSENTE OU "
                             "SEM VIGENCIA ATE " WS-COMPETENCIA
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
              IF TRB-VIGENCIA NOT GREATER WS-COMPETENCIA
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
                     DISPLAY "EX123 - INSS PELA VIGENCIA "
                             WS-VIG-INSS " DE TABTRIB.DAT"
              ELSE
              IF WS-CT-FX-INSS GREATER ZEROES
                     DISPLAY "EX123 - AVISO: VIGENCIA " WS-VIG-INSS
                             " DO INSS COM " WS-CT-FX-INSS
                             " FAIXA(S) EM VEZ DE 4 - VALEM AS "
                             "FAIXAS COMPILADAS"
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
                     DISPLAY "EX123 - IRRF PELA VIGENCIA "
                             WS-VIG-IRRF " DE TABTRIB.DAT"
              ELSE
              IF WS-CT-FX-IRRF GREATER ZEROES
                     DISPLAY "EX123 - AVISO: VIGENCIA " WS-VIG-IRRF
                             " DO IRRF COM " WS-CT-FX-IRRF
                             " FAIXA(S) EM VEZ DE 5 - VALEM AS "
                             "FAIXAS COMPILADAS"
              END-IF
              END-IF.

       ABRE-CADBCO.
              OPEN INPUT CADBCO.
              IF WS-STATUS-CADBCO EQUAL "00"
                     MOVE "SIM" TO WS-TEM-CADBCO
              ELSE
                     DISPLAY "EX123 - ERRO AO ABRIR CADBCO - FILE "
                             "STATUS " WS-STATUS-CADBCO
                             " - SEM CONTA NAO HA COMPLEMENTAR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              END-IF.

       CARREGA-FERIADOS.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-GERACAO.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO WS-FIM-FERIADOS
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.

       GUARDA-FERIADO.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX123 - TABELA DE FERIADOS CHEIA (100) "
                             "- FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
                     IF FER-DATA (1:4) EQUAL WS-DATA-GERACAO (1:4)
                            MOVE "SIM" TO WS-ANO-COBERTO
                     END-IF
              END-IF.

       CALCULA-DATA-CREDITO.
              IF WS-ANO-COBERTO EQUAL "NAO"
                     DISPLAY "EX123 - FERIADOS.DAT NAO COBRE O ANO "
                             WS-DATA-GERACAO (1:4)
                             " - DATA DE CREDITO NAO CONFIAVEL - "
                             "COMPLEMENTAR RECUSADA"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE WS-DATA-GERACAO TO WS-DATA-CREDITO
                     MOVE "S" TO DAT-FUNCAO
                     MOVE WS-DATA-CREDITO (7:2) TO DAT-DIA
                     MOVE WS-DATA-CREDITO (5:2) TO DAT-MES
                     MOVE WS-DATA-CREDITO (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     MOVE DAT-DIA-SEMANA-IND TO WS-IND-SEMANA
                     COMPUTE WS-DATA-INTEIRO =
                             FUNCTION INTEGER-OF-DATE
                             (WS-DATA-CREDITO)
                     MOVE "NAO" TO WS-E-UTIL
                     MOVE ZEROES TO WS-VOLTAS
                     PERFORM AVANCA-DIA-UTIL
                             UNTIL WS-E-UTIL EQUAL "SIM"
                             OR WS-VOLTAS GREATER 060
                     DISPLAY "EX123 - CREDITO AGENDADO PARA "
                             WS-DATA-CREDITO
              END-IF.

       AVANCA-DIA-UTIL.
              ADD 1 TO WS-DATA-INTEIRO WS-VOLTAS.
              COMPUTE WS-DATA-CREDITO = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INTEIRO).
              IF WS-IND-SEMANA EQUAL 7
                     MOVE 1 TO WS-IND-SEMANA
              ELSE
                     ADD 1 TO WS-IND-SEMANA
              END-IF.
              PERFORM VERIFICA-UTIL-CREDITO.

       VERIFICA-UTIL-CREDITO.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-DATA-CREDITO
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF WS-IND-SEMANA EQUAL 1
                 OR WS-IND-SEMANA EQUAL 2
                 OR WS-E-FERIADO EQUAL "SIM"
                     MOVE "NAO" TO WS-E-UTIL
              ELSE
                     MOVE "SIM" TO WS-E-UTIL
              END-IF.

       PROCESSA-MATRICULA.
              IF WS-CPL-ACHOU-FOLHA (WS-IND-CPL) EQUAL "NAO"
                     MOVE "S" TO WS-CPL-SITUACAO (WS-IND-CPL)
                     ADD 1 TO WS-CT-PENDENTES
                     DISPLAY "EX123 - MATRICULA "
                             WS-CPL-MATRICULA (WS-IND-CPL)
                             " SEM FOLHA NA COMPETENCIA EM "
                             "CADLIQ-LEDGER - ITENS FICAM PENDENTES"
              ELSE
                     MOVE WS-CPL-MATRICULA (WS-IND-CPL)
                          TO BCO-MATRICULA
                     READ CADBCO
                            INVALID KEY
                                   MOVE "NAO" TO WS-BCO-ENCONTRADO
                            NOT INVALID KEY
                                   MOVE "SIM" TO WS-BCO-ENCONTRADO
                     END-READ
                     IF WS-BCO-ENCONTRADO EQUAL "NAO"
                            MOVE "C" TO WS-CPL-SITUACAO (WS-IND-CPL)
                            ADD 1 TO WS-CT-PENDENTES
                            DISPLAY "EX123 - MATRICULA "
                                    WS-CPL-MATRICULA (WS-IND-CPL)
                                    " SEM CONTA EM CADBCO - ITENS "
                                    "FICAM PENDENTES"
                     ELSE
                            PERFORM CALCULA-COMPLEMENTO
                            PERFORM DESTINA-COMPLEMENTO
                     END-IF
              END-IF.

       DESTINA-COMPLEMENTO.
              IF WS-CPL-LIQUIDO (WS-IND-CPL) NOT GREATER ZEROES
                     MOVE "N" TO WS-CPL-SITUACAO (WS-IND-CPL)
                     ADD 1 TO WS-CT-NAO-PAGOS
                     DISPLAY "EX123 - MATRICULA "
                             WS-CPL-MATRICULA (WS-IND-CPL)
                             " COM LIQUIDO COMPLEMENTAR "
                             WS-CPL-LIQUIDO (WS-IND-CPL)
                             " - NAO PAGA, DESCONTAR NA FOLHA NORMAL"
              ELSE
                     IF WS-REMESSA-ABERTA EQUAL "NAO"
                            PERFORM ABRE-REMESSA
                     END-IF
                     IF WS-ABORTAR EQUAL "NAO"
                            MOVE "P" TO WS-CPL-SITUACAO (WS-IND-CPL)
                            PERFORM GRAVA-DETALHE
                     END-IF
              END-IF.

       CALCULA-COMPLEMENTO.
              COMPUTE WS-BRUTO = WS-CPL-BRUTO-ORIG (WS-IND-CPL)
                               + WS-CPL-BRUTO-ANT (WS-IND-CPL)
                               + WS-CPL-PROVENTOS (WS-IND-CPL).
              MOVE WS-CPL-QT-DEP (WS-IND-CPL) TO WS-QT-DEP.
              PERFORM CALCULA-INSS.
              PERFORM CALCULA-IRRF.
              MOVE WS-INSS TO WS-CPL-INSS-TOTAL (WS-IND-CPL).
              MOVE WS-IRRF TO WS-CPL-IRRF-TOTAL (WS-IND-CPL).
              COMPUTE WS-DIFERENCA = WS-INSS
                      - WS-CPL-INSS-ORIG (WS-IND-CPL)
                      - WS-CPL-INSS-ANT (WS-IND-CPL).
              IF WS-DIFERENCA LESS ZEROES
                     MOVE ZEROES TO WS-DIFERENCA
              END-IF.
              MOVE WS-DIFERENCA TO WS-CPL-INSS (WS-IND-CPL).
              COMPUTE WS-DIFERENCA = WS-IRRF
                      - WS-CPL-IRRF-ORIG (WS-IND-CPL)
                      - WS-CPL-IRRF-ANT (WS-IND-CPL).
              IF WS-DIFERENCA LESS ZEROES
                     MOVE ZEROES TO WS-DIFERENCA
              END-IF.
              MOVE WS-DIFERENCA TO WS-CPL-IRRF (WS-IND-CPL).
              COMPUTE WS-CPL-LIQUIDO (WS-IND-CPL) =
                      WS-CPL-PROVENTOS (WS-IND-CPL)
                      - WS-CPL-INSS (WS-IND-CPL)
                      - WS-CPL-IRRF (WS-IND-CPL)
                      + WS-CPL-DEVOLUCOES (WS-IND-CPL)
                      - WS-CPL-DESCONTOS (WS-IND-CPL).

       CALCULA-INSS.
              PERFORM VARYING WS-IND-FX FROM 1 BY 1
                      UNTIL WS-BRUTO NOT GREATER
                            FAIXA-INSS-LIMITE (WS-IND-FX)
                            OR WS-IND-FX EQUAL 4
                      CONTINUE
              END-PERFORM.
              IF WS-BRUTO GREATER FAIXA-INSS-LIMITE (4)
                     COMPUTE WS-INSS ROUNDED =
                             FAIXA-INSS-LIMITE (4)
                             * FAIXA-INSS-ALIQUOTA (4)
              ELSE
                     COMPUTE WS-INSS ROUNDED =
                             WS-BRUTO
                             * FAIXA-INSS-ALIQUOTA (WS-IND-FX)
              END-IF.

       CALCULA-IRRF.
              COMPUTE WS-BASE-IRRF = WS-BRUTO - WS-INSS
                      - (WS-QT-DEP * WS-DEDUCAO-DEPENDENTE).
              IF WS-BASE-IRRF LESS ZEROES
                     MOVE ZEROES TO WS-BASE-IRRF
              END-IF.
              PERFORM VARYING WS-IND-FX FROM 1 BY 1
                      UNTIL WS-BASE-IRRF NOT GREATER
                            FAIXA-IRRF-LIMITE (WS-IND-FX)
                            OR WS-IND-FX EQUAL 5
                      CONTINUE
              END-PERFORM.
              COMPUTE WS-IRRF ROUNDED =
                      (WS-BASE-IRRF * FAIXA-IRRF-ALIQUOTA (WS-IND-FX))
                      - FAIXA-IRRF-PARCELA (WS-IND-FX).
              IF WS-IRRF LESS ZEROES
                     MOVE ZEROES TO WS-IRRF
              END-IF.

       ABRE-REMESSA.
              PERFORM CALCULA-DATA-CREDITO.
              IF WS-ABORTAR EQUAL "NAO"
                     PERFORM OBTEM-SEQUENCIA
                     OPEN OUTPUT CSV-BANCO
                     MOVE "SIM" TO WS-REMESSA-ABERTA
                     PERFORM GRAVA-HEADER
              END-IF.

       OBTEM-SEQUENCIA.
              OPEN INPUT ARQ-SEQ-ENT.
              READ ARQ-SEQ-ENT
                     AT END
                     MOVE ZEROES TO WS-SEQUENCIA
                     NOT AT END
                     MOVE SEQ-ENT-NUMERO TO WS-SEQUENCIA.
              CLOSE ARQ-SEQ-ENT.
              ADD 1 TO WS-SEQUENCIA.
              OPEN OUTPUT ARQ-SEQ-SAI.
              MOVE WS-SEQUENCIA TO SEQ-SAI-NUMERO.
              WRITE REG-SEQ-SAI.
              CLOSE ARQ-SEQ-SAI.

       GRAVA-HEADER.
              MOVE SPACES TO REG-CSV-BANCO.
              STRING "H"                          DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     FUNCTION TRIM (WS-EMPRESA)   DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-DATA-GERACAO              DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-SEQUENCIA                 DELIMITED BY SIZE
                     ","                          DELIMITED BY SIZE
                     WS-DATA-CREDITO              DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.

       GRAVA-DETALHE.
              MOVE SPACES TO REG-CSV-BANCO.
              MOVE WS-CPL-LIQUIDO (WS-IND-CPL) TO WS-VALOR-LIQUIDO-ED.
              STRING WS-CPL-MATRICULA (WS-IND-CPL)
                                                 DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CPL-NOME (WS-IND-CPL))
                                                 DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     WS-VALOR-LIQUIDO-ED         DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-BANCO                   DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-AGENCIA                 DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     BCO-CONTA                   DELIMITED BY SIZE
                     "-"                         DELIMITED BY SIZE
                     BCO-DIGITO                  DELIMITED BY SIZE
                     ","                         DELIMITED BY SIZE
                     WS-DATA-CREDITO             DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.
              ADD 1 TO WS-CT-PAGOS.
              ADD WS-CPL-LIQUIDO (WS-IND-CPL) TO WS-HASH-GRAVADO.
              DISPLAY "EX123 - MATRICULA "
                      WS-CPL-MATRICULA (WS-IND-CPL)
                      " COMPLEMENTAR " WS-VALOR-LIQUIDO-ED
                      " CONTA " BCO-BANCO "/" BCO-AGENCIA "/"
                      BCO-CONTA "-" BCO-DIGITO.

       CONFERE-E-GRAVA-TRAILER.
              MOVE ZEROES TO WS-HASH-CALCULADO WS-CT-CONFERIDOS.
              PERFORM VARYING WS-IND-CPL FROM 1 BY 1
                      UNTIL WS-IND-CPL GREATER WS-TOTAL-CPL
                      IF WS-CPL-SITUACAO (WS-IND-CPL) EQUAL "P"
                             ADD 1 TO WS-CT-CONFERIDOS
                             ADD WS-CPL-LIQUIDO (WS-IND-CPL)
                                 TO WS-HASH-CALCULADO
                      END-IF
              END-PERFORM.
              IF WS-CT-PAGOS + WS-CT-PENDENTES + WS-CT-NAO-PAGOS
                 NOT EQUAL WS-TOTAL-CPL
                 OR WS-CT-CONFERIDOS NOT EQUAL WS-CT-PAGOS
                 OR WS-HASH-CALCULADO NOT EQUAL WS-HASH-GRAVADO
                     DISPLAY "EX123 - TOTAIS DE CONTROLE NAO FECHAM - "
                             "MATRICULAS " WS-TOTAL-CPL
                             " X PAGAS " WS-CT-PAGOS
                             " + PENDENTES " WS-CT-PENDENTES
                             " + NAO PAGAS " WS-CT-NAO-PAGOS
                             " - VALOR CALCULADO " WS-HASH-CALCULADO
                             " X GRAVADO " WS-HASH-GRAVADO
                     DISPLAY "EX123 - REMESSA ABORTADA - NAO ENVIAR "
                             "EX123-BANCO.CSV AO BANCO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM GRAVA-TRAILER
                     PERFORM GRAVA-LEDGER
                     PERFORM GRAVA-FOLHA-COMPLEMENTAR
                     PERFORM EMITE-CONTRACHEQUES
                     PERFORM REGRAVA-MOVIMENTO
              END-IF.

       GRAVA-TRAILER.
              MOVE SPACES TO REG-CSV-BANCO.
              MOVE WS-HASH-GRAVADO TO WS-HASH-ED.
              STRING "T"                DELIMITED BY SIZE
                     ","                DELIMITED BY SIZE
                     WS-CT-PAGOS        DELIMITED BY SIZE
                     ","                DELIMITED BY SIZE
                     WS-HASH-ED         DELIMITED BY SIZE
                     INTO REG-CSV-BANCO
              END-STRING.
              WRITE REG-CSV-BANCO.

       GRAVA-LEDGER.
              OPEN EXTEND LEDGER-SAI.
              IF WS-STATUS-LEDGER NOT EQUAL "00"
                     OPEN OUTPUT LEDGER-SAI
              END-IF.
              MOVE WS-COMPETENCIA TO LED-SAI-CICLO.
              MOVE WS-LOTE-FILIAL TO LED-SAI-FILIAL.
              MOVE WS-SEQUENCIA TO LED-SAI-SEQUENCIA.
              MOVE WS-CT-PAGOS TO LED-SAI-QTDE.
              MOVE WS-HASH-GRAVADO TO LED-SAI-VALOR.
              MOVE WS-OPERADOR TO LED-SAI-OPERADOR.
              MOVE "C" TO LED-SAI-OVERRIDE.
              WRITE REG-LEDGER-SAI.
              CLOSE LEDGER-SAI.

       GRAVA-FOLHA-COMPLEMENTAR.
              OPEN EXTEND LEDGER-LIQ.
              IF WS-STATUS-FOLHA NOT EQUAL "00"
                     OPEN OUTPUT LEDGER-LIQ
              END-IF.
              PERFORM VARYING WS-IND-CPL FROM 1 BY 1
                      UNTIL WS-IND-CPL GREATER WS-TOTAL-CPL
                      IF WS-CPL-SITUACAO (WS-IND-CPL) EQUAL "P"
                             PERFORM GRAVA-LINHA-FOLHA
                      END-IF
              END-PERFORM.
              CLOSE LEDGER-LIQ.

       GRAVA-LINHA-FOLHA.
              MOVE WS-COMPETENCIA TO LED-LIQ-COMPETENCIA.
              MOVE WS-CPL-MATRICULA (WS-IND-CPL) TO LED-LIQ-MATRICULA.
              MOVE WS-CPL-PROVENTOS (WS-IND-CPL) TO LED-LIQ-BRUTO.
              MOVE WS-CPL-INSS (WS-IND-CPL) TO LED-LIQ-INSS.
              MOVE WS-CPL-IRRF (WS-IND-CPL) TO LED-LIQ-IRRF.
              MOVE WS-CPL-LIQUIDO (WS-IND-CPL) TO LED-LIQ-LIQUIDO.
              MOVE "C" TO LED-LIQ-TIPO.
              WRITE REG-LEDGER-LIQ.
              ADD WS-CPL-PROVENTOS (WS-IND-CPL) TO WS-TOTAL-BRUTO.
              ADD WS-CPL-INSS (WS-IND-CPL) TO WS-TOTAL-INSS.
              ADD WS-CPL-IRRF (WS-IND-CPL) TO WS-TOTAL-IRRF.

       EMITE-CONTRACHEQUES.
              OPEN OUTPUT CONTRACHEQUES.
              PERFORM VARYING WS-IND-CPL FROM 1 BY 1
                      UNTIL WS-IND-CPL GREATER WS-TOTAL-CPL
                      IF WS-CPL-SITUACAO (WS-IND-CPL) EQUAL "P"
                             PERFORM EMITE-CONTRACHEQUE
                      END-IF
              END-PERFORM.
              CLOSE CONTRACHEQUES.
              PERFORM REGISTRA-CATALOGO.

       EMITE-CONTRACHEQUE.
              MOVE WS-CPL-MATRICULA (WS-IND-CPL) TO CODIGO-CONTRA.
              MOVE WS-CPL-NOME (WS-IND-CPL) TO NOME-CONTRA.
              MOVE WS-CPL-DEPTO (WS-IND-CPL) TO DEPTO-CONTRA.
              MOVE WS-CPL-CARGO (WS-IND-CPL) TO CARGO-CONTRA.
              MOVE WS-COMPETENCIA TO COMPETENCIA-CONTRA.
              MOVE WS-DATA-CREDITO TO CREDITO-CONTRA.
              WRITE REG-CONTRA FROM LINHA-EMPRESA
                    AFTER ADVANCING PAGE.
              WRITE REG-CONTRA FROM LINHA-MARCA
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CONTRA FROM LINHA-IDENT
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CONTRA FROM LINHA-COMPETENCIA
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-CONTRA.
              WRITE REG-CONTRA AFTER ADVANCING 1 LINE.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-MOV
                      IF WS-MOV-IND-CPL (WS-IND) EQUAL WS-IND-CPL
                             PERFORM IMPRIME-ITEM
                      END-IF
              END-PERFORM.
              COMPUTE WS-BRUTO = WS-CPL-BRUTO-ORIG (WS-IND-CPL)
                               + WS-CPL-BRUTO-ANT (WS-IND-CPL).
              MOVE "BRUTO JA PAGO NA COMPETENCIA" TO VALOR-ROTULO.
              MOVE WS-BRUTO TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 2 LINES.
              MOVE "BRUTO COMPLEMENTAR" TO VALOR-ROTULO.
              MOVE WS-CPL-PROVENTOS (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 1 LINE.
              MOVE "INSS SOBRE O BRUTO TOTAL" TO VALOR-ROTULO.
              MOVE WS-CPL-INSS-TOTAL (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 2 LINES.
              COMPUTE WS-INSS = WS-CPL-INSS-ORIG (WS-IND-CPL)
                              + WS-CPL-INSS-ANT (WS-IND-CPL).
              MOVE "(-) INSS JA RETIDO" TO VALOR-ROTULO.
              MOVE WS-INSS TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 1 LINE.
              MOVE "INSS COMPLEMENTAR" TO VALOR-ROTULO.
              MOVE WS-CPL-INSS (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 1 LINE.
              MOVE "IRRF SOBRE O BRUTO TOTAL" TO VALOR-ROTULO.
              MOVE WS-CPL-IRRF-TOTAL (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 2 LINES.
              COMPUTE WS-IRRF = WS-CPL-IRRF-ORIG (WS-IND-CPL)
                              + WS-CPL-IRRF-ANT (WS-IND-CPL).
              MOVE "(-) IRRF JA RETIDO" TO VALOR-ROTULO.
              MOVE WS-IRRF TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 1 LINE.
              MOVE "IRRF COMPLEMENTAR" TO VALOR-ROTULO.
              MOVE WS-CPL-IRRF (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 1 LINE.
              MOVE "LIQUIDO COMPLEMENTAR" TO VALOR-ROTULO.
              MOVE WS-CPL-LIQUIDO (WS-IND-CPL) TO VALOR-CPL.
              WRITE REG-CONTRA FROM LINHA-VALOR-CPL
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CONTRA FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-CONTRA FROM LINHA-ASSINATURA-ROTULO
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-CT-CONTRACHEQUES.

       IMPRIME-ITEM.
              IF WS-MOV-TIPO (WS-IND) EQUAL "P"
                     MOVE "PROVENTO" TO ITEM-TIPO
              ELSE
              IF WS-MOV-TIPO (WS-IND) EQUAL "R"
                     MOVE "DEVOLUCAO DESCONTO" TO ITEM-TIPO
              ELSE
                     MOVE "DESCONTO" TO ITEM-TIPO
              END-IF
              END-IF.
              MOVE WS-MOV-DESCRICAO (WS-IND) TO ITEM-DESCRICAO.
              MOVE WS-MOV-VALOR (WS-IND) TO ITEM-VALOR.
              WRITE REG-CONTRA FROM LINHA-ITEM
                    AFTER ADVANCING 1 LINE.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CONTRACHEQUE COMPL." TO CAT-NOME.
              MOVE "EX123" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE FUNCTION CURRENT-DATE (1:8) TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE WS-CT-CONTRACHEQUES TO CAT-PAGINAS.
              MOVE "EX123-CONTRACHEQUES.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       REGRAVA-MOVIMENTO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-MOV
                      IF WS-MOV-IND-CPL (WS-IND) GREATER ZEROES
                             PERFORM MARCA-ITEM
                      END-IF
              END-PERFORM.
              OPEN OUTPUT MOV-SAI.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-MOV
                      MOVE WS-MOV-REG (WS-IND) TO REG-MOV-SAI
                      WRITE REG-MOV-SAI
              END-PERFORM.
              CLOSE MOV-SAI.

       MARCA-ITEM.
              MOVE WS-MOV-IND-CPL (WS-IND) TO WS-ACHADO.
              IF WS-CPL-SITUACAO (WS-ACHADO) EQUAL "P"
                 OR WS-CPL-SITUACAO (WS-ACHADO) EQUAL "N"
                     MOVE WS-CPL-SITUACAO (WS-ACHADO)
                          TO WS-MOV-SITUACAO (WS-IND)
                     MOVE WS-DATA-HORA TO
                          WS-MOV-PROCESSADO-EM (WS-IND)
              END-IF.

       RESUMO-FINAL.
              DISPLAY "EX123 - RESUMO DA FOLHA COMPLEMENTAR".
              DISPLAY "COMPETENCIA              : " WS-COMPETENCIA.
              DISPLAY "ITENS EM ABERTO LIDOS    : " WS-CT-ITENS.
              DISPLAY "ITENS RECUSADOS          : " WS-CT-RECUSADOS.
              DISPLAY "ITENS JA PROCESSADOS     : "
                      WS-CT-JA-PROCESSADOS.
              DISPLAY "MATRICULAS               : " WS-TOTAL-CPL.
              DISPLAY "PAGAS NA COMPLEMENTAR    : " WS-CT-PAGOS
                      " VALOR " WS-HASH-GRAVADO.
              DISPLAY "PENDENTES (FOLHA/CONTA)  : " WS-CT-PENDENTES.
              DISPLAY "NAO PAGAS (LIQUIDO <= 0) : " WS-CT-NAO-PAGOS.
              DISPLAY "BRUTO COMPLEMENTAR       : " WS-TOTAL-BRUTO.
              DISPLAY "INSS COMPLEMENTAR        : " WS-TOTAL-INSS.
              DISPLAY "IRRF COMPLEMENTAR        : " WS-TOTAL-IRRF.
              DISPLAY "CONTRACHEQUES EMITIDOS   : "
                      WS-CT-CONTRACHEQUES.
              IF WS-CT-PAGOS GREATER ZEROES
                 AND WS-ABORTAR EQUAL "NAO"
                     DISPLAY "EX123 - REMESSA SUPLEMENTAR "
                             "EX123-BANCO.CSV - ARQUIVO " WS-SEQUENCIA
              END-IF.
              IF (WS-CT-PENDENTES GREATER ZEROES
                  OR WS-CT-NAO-PAGOS GREATER ZEROES
                  OR WS-CT-RECUSADOS GREATER ZEROES)
                 AND RETURN-CODE EQUAL ZEROES
                     MOVE 4 TO RETURN-CODE
              END-IF.

       TERMINO.
              IF WS-TEM-CADBCO EQUAL "SIM"
                     CLOSE CADBCO
              END-IF.
              IF WS-REMESSA-ABERTA EQUAL "SIM"
                     CLOSE CSV-BANCO
              END-IF.
              PERFORM RESUMO-FINAL.
