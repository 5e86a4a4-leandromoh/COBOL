       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX118.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  ANONIMIZACAO DOS DADOS PESSOAIS DE EX-FUNCIONARIOS
      *          VENCIDO O PRAZO DE GUARDA. O DESLIGADO CONTINUAVA
      *          IDENTIFICAVEL PARA SEMPRE NO HISTORICO E NOS
      *          ARQUIVOS MORTOS. O DESLIGAMENTO DE CADA MATRICULA E
      *          TIRADO DO REGISTRO CUMULATIVO EX27-DESLIG.DAT,
      *          GRAVADO POR EX27, E DE EX43-DESLIG.DAT (AS
      *          RESCISOES JA CALCULADAS, QUE COBREM OS DESLIGAMENTOS
      *          ANTERIORES AO REGISTRO), VALENDO A DATA MAIS RECENTE.
      *          O PRAZO VEM DE PRM-ANOS-RETENCAO EM PARM-EX118.DAT
      *          (PADRAO 5 ANOS): E ANONIMIZADA A MATRICULA DESLIGADA
      *          ANTES DA DATA DE CORTE (HOJE MENOS O PRAZO), QUE NAO
      *          ESTA DE VOLTA EM CADFUN.DAT (READMITIDA) E QUE AINDA
      *          NAO CONSTA DE EX118-ANONIM.DAT COM ESSE MESMO
      *          DESLIGAMENTO. SAO SUBSTITUIDOS POR VALORES NEUTROS:
      *             - O NOME EM CADSAI-HIST.DAT, NOS ARQUIVOS MORTOS
      *               CADSAI-HIST-<ANO>.DAT E NOS RESUMOS
      *               CADSAI-RESUMO-<ANO>.DAT DOS ANOS DE
      *               EX33-ANOS.DAT, E EM EX43-DESLIG.DAT;
      *             - NOME E DATA DE NASCIMENTO DOS DEPENDENTES EM
      *               CADDEP.DAT;
      *             - BANCO, AGENCIA E CONTA EM CADBCO.DAT E NO
      *               HISTORICO CADBCO-LOG.DAT.
      *          MATRICULA, CICLOS E VALORES FICAM COMO ESTAO, PARA
      *          OS TOTAIS DA FOLHA, A CONCILIACAO DE EX48 E OS
      *          RESUMOS ANUAIS DE EX33 CONTINUAREM BATENDO;
      *          CADLIQ-LEDGER.DAT SO TEM MATRICULA E VALORES E NAO
      *          E TOCADO. OS SEQUENCIAIS SAO REESCRITOS PELO
      *          ARQUIVO DE TRABALHO EX118-TRAB.DAT, ESVAZIADO NO
      *          FIM; DE PROPOSITO NAO FICA COPIA DE SEGURANCA, QUE
      *          GUARDARIA OS DADOS QUE SE QUER APAGAR. COM
      *          PRM-MODO DIFERENTE DE "E" (OU SEM O PARAMETRO) A
      *          EXECUCAO E SO SIMULACAO: CONTA O QUE SERIA
      *          ALTERADO E NAO GRAVA NADA. O CERTIFICADO
      *          EX118-CERT-<AAAAMMDD>.DAT (PAGINADO, CATALOGADO)
      *          LISTA CADA MATRICULA ANONIMIZADA, A DATA DO
      *          DESLIGAMENTO, A DATA E HORA DA ANONIMIZACAO E
      *          QUANTOS REGISTROS DE CADA ARQUIVO FORAM ALTERADOS;
      *          NA EFETIVACAO ELAS SAO ACRESCENTADAS A
      *          EX118-ANONIM.DAT, QUE E O REGISTRO PERMANENTE. COM A
      *          CADEIA NOTURNA NO AR (TRAVA SISLOCK.DAT) NADA E
      *          FEITO E O RETURN-CODE E 8; SEM CADFUN.DAT, 16,
      *          PORQUE NAO HA COMO SEPARAR OS READMITIDOS.
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
       SELECT OPTIONAL SISLOCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL DESLIG-CUM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DESLIG-REG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DESLIG.
       SELECT ANONIMIZADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ANONIM.
       SELECT HIST-ARQ ASSIGN DYNAMIC WS-NOME-HIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIST.
       SELECT RESUMO-ANUAL ASSIGN DYNAMIC WS-NOME-RESUMO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESUMO.
       SELECT OPTIONAL ANOS-FECHADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOG-BCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOG-BCO.
       SELECT CADDEP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEP-CHAVE
              FILE STATUS IS WS-STATUS-CADDEP.
       SELECT CADBCO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BCO-MATRICULA
              FILE STATUS IS WS-STATUS-CADBCO.
       SELECT TRABALHO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN DYNAMIC WS-NOME-CERT.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX118.DAT".

       01 REG-PARM.
              02 PRM-ANOS-RETENCAO PIC 9(02).
              02 PRM-MODO          PIC X(01).

       FD SISLOCK
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "SISLOCK.DAT".

       01 REG-LOCK.
              COPY SISLOCK.

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD DESLIG-CUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX27-DESLIG.DAT".

       01 REG-DESLIG-CUM.
              02 DSG-DATA      PIC 9(08).
              02 DSG-FILIAL    PIC X(04).
              02 DSG-MATRICULA PIC 9(05).

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

       FD ANONIMIZADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX118-ANONIM.DAT".

       01 REG-ANONIM.
              02 ANM-MATRICULA    PIC 9(05).
              02 ANM-DATA-DESLIG  PIC 9(08).
              02 ANM-DATA-HORA    PIC X(14).
              02 ANM-QT-REGISTROS PIC 9(07).

       FD HIST-ARQ
          LABEL         RECORD         ARE         STANDARD.

       01 REG-SAI-HIST.
              02 CODIGO-HIST              PIC 9(5).
              02 NOME-HIST                PIC X(20).
              02 SALARIO-REAJUSTADO-HIST  PIC 9(7)V99.
              02 CICLO-HIST               PIC X(8).
              02 OPERADOR-HIST            PIC X(10).
              02 AUTORIZACAO-HIST         PIC X(15).
              02 DEPTO-HIST               PIC X(04).
              02 CARGO-HIST               PIC X(15).

       FD RESUMO-ANUAL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-RESUMO.
              02 RES-CODIGO        PIC 9(05).
              02 RES-NOME          PIC X(20).
              02 RES-SAL-ABERTURA  PIC 9(7)V99.
              02 RES-SAL-FECHAMENTO PIC 9(7)V99.
              02 RES-QT-CICLOS     PIC 9(03).
              02 RES-PERC-ANO      PIC S9(3)V99.
              02 RES-OPERADOR-ULT  PIC X(10).
              02 RES-AUTORIZACAO-ULT PIC X(15).

       FD ANOS-FECHADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX33-ANOS.DAT".

       01 REG-ANO-FECHADO.
              02 ANO-FECHADO PIC 9(04).

       FD LOG-BCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO-LOG.DAT".

       01 REG-LOG-BCO.
              02 LOGB-DATA-HORA PIC X(14).
              02 LOGB-MATRICULA PIC 9(05).
              02 LOGB-ACAO      PIC X(01).
              02 LOGB-BANCO     PIC 9(03).
              02 LOGB-AGENCIA   PIC 9(04).
              02 LOGB-CONTA     PIC 9(08).
              02 LOGB-DIGITO    PIC 9(01).

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

       FD CADBCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO.DAT".

       01 REG-BCO.
              02 BCO-MATRICULA PIC 9(05).
              02 BCO-BANCO     PIC 9(03).
              02 BCO-AGENCIA   PIC 9(04).
              02 BCO-CONTA     PIC 9(08).
              02 BCO-DIGITO    PIC 9(01).

       FD TRABALHO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX118-TRAB.DAT".

       01 REG-TRAB PIC X(120).

       FD RELAT
          LABEL RECORD IS OMITTED.
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ  PIC 9(1) VALUE 0.
       77 CT-LIN   PIC 9(02) VALUE 25.
       77 CT-PAG   PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-DESLIG PIC X(02).
       77 WS-STATUS-ANONIM PIC X(02).
       77 WS-STATUS-HIST PIC X(02).
       77 WS-STATUS-RESUMO PIC X(02).
       77 WS-STATUS-LOG-BCO PIC X(02).
       77 WS-STATUS-CADDEP PIC X(02).
       77 WS-STATUS-CADBCO PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TRAVADO PIC X(03) VALUE "NAO".
       77 WS-EFETIVAR PIC X(03) VALUE "NAO".
       77 WS-ALTEROU PIC X(03) VALUE "NAO".
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.
       77 WS-ANOS-RETENCAO PIC 9(02) VALUE 5.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-CORTE PIC 9(08) VALUE ZEROES.
       77 WS-DATA-HORA PIC X(14) VALUE SPACES.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROES.
       77 WS-DATA-ED PIC X(10) VALUE SPACES.
       77 WS-NOME-NEUTRO PIC X(20) VALUE "ANONIMIZADO".
       77 WS-NOME-HIST PIC X(030) VALUE SPACES.
       77 WS-NOME-RESUMO PIC X(030) VALUE SPACES.
       77 WS-NOME-CERT PIC X(030) VALUE SPACES.
       77 WS-MATRICULA-BUSCA PIC 9(05) VALUE ZEROES.
       77 WS-DATA-BUSCA PIC 9(08) VALUE ZEROES.
       77 WS-ORIGEM-BUSCA PIC X(04) VALUE SPACES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-DESLIG PIC 9(04) VALUE ZEROES.
       77 WS-IND-ANO PIC 9(02) VALUE ZEROES.
       77 WS-TOTAL-ANOS PIC 9(02) VALUE ZEROES.
       77 WS-ANO-REPETIDO PIC X(03) VALUE "NAO".
       77 WS-FIM-DEP PIC 9(01) VALUE 0.
       77 WS-QT-TOTAL PIC 9(07) VALUE ZEROES.
       77 WS-CT-ELEGIVEIS PIC 9(05) VALUE ZEROES.
       77 WS-CT-JA-ANONIM PIC 9(05) VALUE ZEROES.
       77 WS-CT-READMITIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-NO-PRAZO PIC 9(05) VALUE ZEROES.
       77 WS-CT-REG-HIST PIC 9(07) VALUE ZEROES.
       77 WS-CT-REG-MORTO PIC 9(07) VALUE ZEROES.
       77 WS-CT-REG-RESC PIC 9(07) VALUE ZEROES.
       77 WS-CT-REG-DEP PIC 9(07) VALUE ZEROES.
       77 WS-CT-REG-BCO PIC 9(07) VALUE ZEROES.

      *    SITUACAO: "E" = A ANONIMIZAR, "A" = JA ANONIMIZADA,
      *    "R" = READMITIDA (ESTA EM CADFUN), "P" = DENTRO DO PRAZO.
       01 TABELA-DESLIGADOS.
              02 WS-DSG OCCURS 2000 TIMES.
                     03 WS-DSG-MATRICULA PIC 9(05).
                     03 WS-DSG-DATA      PIC 9(08).
                     03 WS-DSG-ORIGEM    PIC X(04).
                     03 WS-DSG-SITUACAO  PIC X(01).
                     03 WS-DSG-QT-HIST   PIC 9(05).
                     03 WS-DSG-QT-MORTO  PIC 9(05).
                     03 WS-DSG-QT-RESC   PIC 9(05).
                     03 WS-DSG-QT-DEP    PIC 9(05).
                     03 WS-DSG-QT-BCO    PIC 9(05).

       01 TABELA-ANOS.
              02 WS-ANO OCCURS 50 TIMES PIC 9(04).

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 TITULO-CAB PIC X(50).
          02 FILLER    PIC X(15) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(40)
             VALUE "MATRIC DESLIGADO  ORIG ANONIMIZADO EM  ".
          02 FILLER   PIC X(39)
             VALUE " HIST MORTO RESC  DEP  BCO".

       01 DETALHE.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MATRICULA-DET PIC 9(05).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DESLIG-DET    PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ORIGEM-DET    PIC X(04).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 ANONIM-DET    PIC X(16).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 HIST-DET      PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MORTO-DET     PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 RESC-DET      PIC ZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 DEP-DET       PIC ZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 BCO-DET       PIC ZZZ9.
          02 FILLER        PIC X(13) VALUE SPACES.

       01 LINHA-SECAO.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SECAO-LIN     PIC X(79).

       01 LINHA-TOTAL.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 TEXTO-TOT     PIC X(30).
          02 QTDE-TOT      PIC ZZZZZZ9.
          02 FILLER        PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA118.

       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA.
       MOVE WS-DATA-HORA (1:8) TO WS-HOJE.
       PERFORM VERIFICA-TRAVA.
       IF WS-TRAVADO EQUAL "NAO"
              PERFORM LE-PARAMETRO
              PERFORM CARREGA-DESLIGAMENTOS
              PERFORM MARCA-JA-ANONIMIZADOS
              PERFORM CLASSIFICA-DESLIGADOS
       END-IF.
       IF WS-TRAVADO EQUAL "NAO" AND WS-ABORTAR EQUAL "NAO"
              IF WS-CT-ELEGIVEIS GREATER ZEROES
                     PERFORM ANONIMIZA-HISTORICO
                     PERFORM ANONIMIZA-ARQUIVOS-MORTOS
                     PERFORM ANONIMIZA-RESCISOES
                     PERFORM ANONIMIZA-LOG-BANCO
                     PERFORM ANONIMIZA-DEPENDENTES
                     PERFORM ANONIMIZA-CONTAS
                     OPEN OUTPUT TRABALHO
                     CLOSE TRABALHO
                     IF WS-EFETIVAR EQUAL "SIM"
                            PERFORM REGISTRA-ANONIMIZADOS
                     END-IF
              END-IF
              PERFORM EMITE-CERTIFICADO
              PERFORM REGISTRA-CATALOGO
              DISPLAY "EX118 - CERTIFICADO EM " WS-NOME-CERT
                      " - ANONIMIZADAS " WS-CT-ELEGIVEIS
                      " READMITIDAS " WS-CT-READMITIDOS
                      " NO PRAZO " WS-CT-NO-PRAZO
              IF WS-EFETIVAR EQUAL "NAO"
                     DISPLAY "EX118 - SIMULACAO: NENHUM ARQUIVO FOI "
                             "ALTERADO (PRM-MODO DIFERENTE DE E)"
              END-IF
       END-IF.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       VERIFICA-TRAVA.
              OPEN INPUT SISLOCK.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ SISLOCK
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            MOVE "SIM" TO WS-TRAVADO
                            DISPLAY "EX118 - CADEIA NOTURNA NO AR - "
                                    "TRAVA DA FILIAL " LOCK-FILIAL
                                    " DATA " LOCK-DATA
                                    " DESDE " LOCK-INICIO
                     END-READ
              END-PERFORM.
              CLOSE SISLOCK.
              IF WS-TRAVADO EQUAL "SIM"
                     DISPLAY "EX118 - NENHUMA MATRICULA ANONIMIZADA - "
                             "TENTE APOS O TERMINO DA CADEIA"
                     MOVE 8 TO WS-RETORNO
              END-IF.

       LE-PARAMETRO.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     IF PRM-ANOS-RETENCAO NUMERIC
                        AND PRM-ANOS-RETENCAO GREATER ZEROES
                            MOVE PRM-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                     END-IF
                     IF PRM-MODO EQUAL "E"
                            MOVE "SIM" TO WS-EFETIVAR
                     END-IF.
              CLOSE ARQ-PARM.
              COMPUTE WS-CORTE = WS-HOJE - WS-ANOS-RETENCAO * 10000.
              STRING "EX118-CERT-" DELIMITED BY SIZE
                     WS-HOJE       DELIMITED BY SIZE
                     ".DAT"        DELIMITED BY SIZE
                     INTO WS-NOME-CERT.

       CARREGA-DESLIGAMENTOS.
              OPEN INPUT DESLIG-CUM.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ DESLIG-CUM
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF DSG-MATRICULA NUMERIC
                               AND DSG-DATA NUMERIC
                                   MOVE DSG-MATRICULA TO
                                        WS-MATRICULA-BUSCA
                                   MOVE DSG-DATA TO WS-DATA-BUSCA
                                   MOVE "EX27" TO WS-ORIGEM-BUSCA
                                   PERFORM GUARDA-DESLIGAMENTO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE DESLIG-CUM.
              OPEN INPUT DESLIG-REG.
              IF WS-STATUS-DESLIG EQUAL "00"
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ DESLIG-REG
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   IF DSL-MATRICULA NUMERIC
                                      AND DSL-DATA NUMERIC
                                          MOVE DSL-MATRICULA TO
                                               WS-MATRICULA-BUSCA
                                          MOVE DSL-DATA TO
                                               WS-DATA-BUSCA
                                          MOVE "EX43" TO
                                               WS-ORIGEM-BUSCA
                                          PERFORM GUARDA-DESLIGAMENTO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE DESLIG-REG
              END-IF.

       LOCALIZA-DESLIGADO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                      OR WS-ACHADO GREATER ZEROES
                      IF WS-DSG-MATRICULA (WS-IND) EQUAL
                         WS-MATRICULA-BUSCA
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.

      *    A MESMA MATRICULA PODE TER SIDO DESLIGADA, READMITIDA E
      *    DESLIGADA DE NOVO: VALE O DESLIGAMENTO MAIS RECENTE.
       GUARDA-DESLIGAMENTO.
              PERFORM LOCALIZA-DESLIGADO.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-DESLIG EQUAL 2000
                            DISPLAY "EX118 - TABELA DE DESLIGADOS "
                                    "CHEIA (2000) - IGNORADA: "
                                    WS-MATRICULA-BUSCA
                            MOVE 4 TO WS-RETORNO
                     ELSE
                            ADD 1 TO WS-TOTAL-DESLIG
                            MOVE WS-TOTAL-DESLIG TO WS-ACHADO
                            MOVE WS-MATRICULA-BUSCA TO
                                 WS-DSG-MATRICULA (WS-ACHADO)
                            MOVE WS-DATA-BUSCA TO
                                 WS-DSG-DATA (WS-ACHADO)
                            MOVE WS-ORIGEM-BUSCA TO
                                 WS-DSG-ORIGEM (WS-ACHADO)
                            MOVE "P" TO WS-DSG-SITUACAO (WS-ACHADO)
                            MOVE ZEROES TO
                                 WS-DSG-QT-HIST (WS-ACHADO)
                                 WS-DSG-QT-MORTO (WS-ACHADO)
                                 WS-DSG-QT-RESC (WS-ACHADO)
                                 WS-DSG-QT-DEP (WS-ACHADO)
                                 WS-DSG-QT-BCO (WS-ACHADO)
                     END-IF
              ELSE
                     IF WS-DATA-BUSCA GREATER WS-DSG-DATA (WS-ACHADO)
                            MOVE WS-DATA-BUSCA TO
                                 WS-DSG-DATA (WS-ACHADO)
                            MOVE WS-ORIGEM-BUSCA TO
                                 WS-DSG-ORIGEM (WS-ACHADO)
                     END-IF
              END-IF.

      *    SO CONTA COMO JA ANONIMIZADA A MATRICULA CUJO REGISTRO
      *    COBRE O DESLIGAMENTO MAIS RECENTE; READMITIDA E DESLIGADA
      *    DE NOVO, ELA VOLTA A SER TRATADA NO NOVO PRAZO.
       MARCA-JA-ANONIMIZADOS.
              OPEN INPUT ANONIMIZADOS.
              IF WS-STATUS-ANONIM EQUAL "00"
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ ANONIMIZADOS
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   MOVE ANM-MATRICULA TO
                                        WS-MATRICULA-BUSCA
                                   PERFORM LOCALIZA-DESLIGADO
                                   IF WS-ACHADO GREATER ZEROES
                                      AND ANM-DATA-DESLIG NOT LESS
                                          WS-DSG-DATA (WS-ACHADO)
                                          MOVE "A" TO
                                          WS-DSG-SITUACAO (WS-ACHADO)
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE ANONIMIZADOS
              END-IF.

       CLASSIFICA-DESLIGADOS.
              OPEN INPUT CADFUN.
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX118 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                             " - SEM ELE NAO HA COMO SEPARAR OS "
                             "READMITIDOS"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              ELSE
                     PERFORM CLASSIFICA-UM
                             VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                     CLOSE CADFUN
              END-IF.

       CLASSIFICA-UM.
              IF WS-DSG-SITUACAO (WS-IND) EQUAL "A"
                     ADD 1 TO WS-CT-JA-ANONIM
              ELSE
                     MOVE WS-DSG-MATRICULA (WS-IND) TO CODIGO
                     READ CADFUN
                            INVALID KEY
                            IF WS-DSG-DATA (WS-IND) LESS WS-CORTE
                                   MOVE "E" TO
                                        WS-DSG-SITUACAO (WS-IND)
                                   ADD 1 TO WS-CT-ELEGIVEIS
                            ELSE
                                   ADD 1 TO WS-CT-NO-PRAZO
                            END-IF
                            NOT INVALID KEY
                            MOVE "R" TO WS-DSG-SITUACAO (WS-IND)
                            ADD 1 TO WS-CT-READMITIDOS
                     END-READ
              END-IF.

      *    DEVOLVE EM WS-ACHADO A POSICAO DA MATRICULA SE ELA ESTA
      *    MARCADA PARA ANONIMIZAR, SENAO ZEROS.
       LOCALIZA-ELEGIVEL.
              PERFORM LOCALIZA-DESLIGADO.
              IF WS-ACHADO GREATER ZEROES
                     IF WS-DSG-SITUACAO (WS-ACHADO) NOT EQUAL "E"
                            MOVE ZEROES TO WS-ACHADO
                     END-IF
              END-IF.

       ANONIMIZA-HISTORICO.
              MOVE "CADSAI-HIST.DAT" TO WS-NOME-HIST.
              PERFORM REGRAVA-HIST.
              ADD WS-QT-TOTAL TO WS-CT-REG-HIST.

       ANONIMIZA-ARQUIVOS-MORTOS.
              OPEN INPUT ANOS-FECHADOS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ANOS-FECHADOS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF ANO-FECHADO NUMERIC
                                   PERFORM GUARDA-ANO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ANOS-FECHADOS.
              PERFORM ANONIMIZA-ANO
                      VARYING WS-IND-ANO FROM 1 BY 1
                      UNTIL WS-IND-ANO GREATER WS-TOTAL-ANOS.

      *    UM ANO FECHADO DUAS VEZES APARECE DUAS VEZES EM
      *    EX33-ANOS.DAT, MAS O ARQUIVO MORTO E UM SO.
       GUARDA-ANO.
              MOVE "NAO" TO WS-ANO-REPETIDO.
              PERFORM VARYING WS-IND-ANO FROM 1 BY 1
                      UNTIL WS-IND-ANO GREATER WS-TOTAL-ANOS
                      IF WS-ANO (WS-IND-ANO) EQUAL ANO-FECHADO
                             MOVE "SIM" TO WS-ANO-REPETIDO
                      END-IF
              END-PERFORM.
              IF WS-ANO-REPETIDO EQUAL "NAO"
                     IF WS-TOTAL-ANOS EQUAL 50
                            DISPLAY "EX118 - TABELA DE ANOS CHEIA (50)"
                                    " - IGNORADO: " ANO-FECHADO
                            MOVE 4 TO WS-RETORNO
                     ELSE
                            ADD 1 TO WS-TOTAL-ANOS
                            MOVE ANO-FECHADO TO WS-ANO (WS-TOTAL-ANOS)
                     END-IF
              END-IF.

       ANONIMIZA-ANO.
              MOVE SPACES TO WS-NOME-HIST WS-NOME-RESUMO.
              STRING "CADSAI-HIST-"        DELIMITED BY SIZE
                     WS-ANO (WS-IND-ANO)   DELIMITED BY SIZE
                     ".DAT"                DELIMITED BY SIZE
                     INTO WS-NOME-HIST.
              STRING "CADSAI-RESUMO-"      DELIMITED BY SIZE
                     WS-ANO (WS-IND-ANO)   DELIMITED BY SIZE
                     ".DAT"                DELIMITED BY SIZE
                     INTO WS-NOME-RESUMO.
              PERFORM REGRAVA-HIST.
              ADD WS-QT-TOTAL TO WS-CT-REG-MORTO.
              PERFORM REGRAVA-RESUMO.
              ADD WS-QT-TOTAL TO WS-CT-REG-MORTO.

      *    OS SEQUENCIAIS SAO COPIADOS PARA EX118-TRAB.DAT JA
      *    ANONIMIZADOS E, HAVENDO ALTERACAO NA EFETIVACAO, COPIADOS
      *    DE VOLTA POR CIMA DO ORIGINAL.
       REGRAVA-HIST.
              MOVE ZEROES TO WS-QT-TOTAL.
              MOVE "NAO" TO WS-ALTEROU.
              OPEN INPUT HIST-ARQ.
              IF WS-STATUS-HIST NOT EQUAL "00"
                     DISPLAY "EX118 - " WS-NOME-HIST
                             " AUSENTE - NADA A ANONIMIZAR"
              ELSE
                     OPEN OUTPUT TRABALHO
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ HIST-ARQ
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM ANONIMIZA-REG-HIST
                                   WRITE REG-TRAB FROM REG-SAI-HIST
                            END-READ
                     END-PERFORM
                     CLOSE HIST-ARQ TRABALHO
                     IF WS-ALTEROU EQUAL "SIM"
                        AND WS-EFETIVAR EQUAL "SIM"
                            OPEN INPUT TRABALHO
                                 OUTPUT HIST-ARQ
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ TRABALHO
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          MOVE REG-TRAB TO REG-SAI-HIST
                                          WRITE REG-SAI-HIST
                                   END-READ
                            END-PERFORM
                            CLOSE TRABALHO HIST-ARQ
                     END-IF
              END-IF.

       ANONIMIZA-REG-HIST.
              IF REG-SAI-HIST (1:1) NOT EQUAL "H"
                 AND CODIGO-HIST NUMERIC
                 AND NOME-HIST NOT EQUAL WS-NOME-NEUTRO
                     MOVE CODIGO-HIST TO WS-MATRICULA-BUSCA
                     PERFORM LOCALIZA-ELEGIVEL
                     IF WS-ACHADO GREATER ZEROES
                            MOVE WS-NOME-NEUTRO TO NOME-HIST
                            MOVE "SIM" TO WS-ALTEROU
                            ADD 1 TO WS-QT-TOTAL
                            IF WS-NOME-HIST EQUAL "CADSAI-HIST.DAT"
                                   ADD 1 TO WS-DSG-QT-HIST (WS-ACHADO)
                            ELSE
                                   ADD 1 TO WS-DSG-QT-MORTO (WS-ACHADO)
                            END-IF
                     END-IF
              END-IF.

       REGRAVA-RESUMO.
              MOVE ZEROES TO WS-QT-TOTAL.
              MOVE "NAO" TO WS-ALTEROU.
              OPEN INPUT RESUMO-ANUAL.
              IF WS-STATUS-RESUMO NOT EQUAL "00"
                     DISPLAY "EX118 - " WS-NOME-RESUMO
                             " AUSENTE - NADA A ANONIMIZAR"
              ELSE
                     OPEN OUTPUT TRABALHO
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ RESUMO-ANUAL
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM ANONIMIZA-REG-RESUMO
                                   WRITE REG-TRAB FROM REG-RESUMO
                            END-READ
                     END-PERFORM
                     CLOSE RESUMO-ANUAL TRABALHO
                     IF WS-ALTEROU EQUAL "SIM"
                        AND WS-EFETIVAR EQUAL "SIM"
                            OPEN INPUT TRABALHO
                                 OUTPUT RESUMO-ANUAL
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ TRABALHO
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          MOVE REG-TRAB TO REG-RESUMO
                                          WRITE REG-RESUMO
                                   END-READ
                            END-PERFORM
                            CLOSE TRABALHO RESUMO-ANUAL
                     END-IF
              END-IF.

       ANONIMIZA-REG-RESUMO.
              IF RES-CODIGO NUMERIC
                 AND RES-NOME NOT EQUAL WS-NOME-NEUTRO
                     MOVE RES-CODIGO TO WS-MATRICULA-BUSCA
                     PERFORM LOCALIZA-ELEGIVEL
                     IF WS-ACHADO GREATER ZEROES
                            MOVE WS-NOME-NEUTRO TO RES-NOME
                            MOVE "SIM" TO WS-ALTEROU
                            ADD 1 TO WS-QT-TOTAL
                            ADD 1 TO WS-DSG-QT-MORTO (WS-ACHADO)
                     END-IF
              END-IF.

       ANONIMIZA-RESCISOES.
              MOVE "NAO" TO WS-ALTEROU.
              OPEN INPUT DESLIG-REG.
              IF WS-STATUS-DESLIG EQUAL "00"
                     OPEN OUTPUT TRABALHO
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ DESLIG-REG
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM ANONIMIZA-REG-RESCISAO
                                   WRITE REG-TRAB FROM REG-DESLIG
                            END-READ
                     END-PERFORM
                     CLOSE DESLIG-REG TRABALHO
                     IF WS-ALTEROU EQUAL "SIM"
                        AND WS-EFETIVAR EQUAL "SIM"
                            OPEN INPUT TRABALHO
                                 OUTPUT DESLIG-REG
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ TRABALHO
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          MOVE REG-TRAB TO REG-DESLIG
                                          WRITE REG-DESLIG
                                   END-READ
                            END-PERFORM
                            CLOSE TRABALHO DESLIG-REG
                     END-IF
              END-IF.

       ANONIMIZA-REG-RESCISAO.
              IF DSL-MATRICULA NUMERIC
                 AND DSL-NOME NOT EQUAL WS-NOME-NEUTRO
                     MOVE DSL-MATRICULA TO WS-MATRICULA-BUSCA
                     PERFORM LOCALIZA-ELEGIVEL
                     IF WS-ACHADO GREATER ZEROES
                            MOVE WS-NOME-NEUTRO TO DSL-NOME
                            MOVE "SIM" TO WS-ALTEROU
                            ADD 1 TO WS-CT-REG-RESC
                            ADD 1 TO WS-DSG-QT-RESC (WS-ACHADO)
                     END-IF
              END-IF.

       ANONIMIZA-LOG-BANCO.
              MOVE "NAO" TO WS-ALTEROU.
              OPEN INPUT LOG-BCO.
              IF WS-STATUS-LOG-BCO EQUAL "00"
                     OPEN OUTPUT TRABALHO
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ LOG-BCO
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM ANONIMIZA-REG-LOG-BANCO
                                   WRITE REG-TRAB FROM REG-LOG-BCO
                            END-READ
                     END-PERFORM
                     CLOSE LOG-BCO TRABALHO
                     IF WS-ALTEROU EQUAL "SIM"
                        AND WS-EFETIVAR EQUAL "SIM"
                            OPEN INPUT TRABALHO
                                 OUTPUT LOG-BCO
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ TRABALHO
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          MOVE REG-TRAB TO REG-LOG-BCO
                                          WRITE REG-LOG-BCO
                                   END-READ
                            END-PERFORM
                            CLOSE TRABALHO LOG-BCO
                     END-IF
              END-IF.

       ANONIMIZA-REG-LOG-BANCO.
              IF LOGB-MATRICULA NUMERIC
                     MOVE LOGB-MATRICULA TO WS-MATRICULA-BUSCA
                     PERFORM LOCALIZA-ELEGIVEL
                     IF WS-ACHADO GREATER ZEROES
                        AND (LOGB-BANCO NOT EQUAL ZEROES
                             OR LOGB-AGENCIA NOT EQUAL ZEROES
                             OR LOGB-CONTA NOT EQUAL ZEROES
                             OR LOGB-DIGITO NOT EQUAL ZEROES)
                            MOVE ZEROES TO LOGB-BANCO LOGB-AGENCIA
                                           LOGB-CONTA LOGB-DIGITO
                            MOVE "SIM" TO WS-ALTEROU
                            ADD 1 TO WS-CT-REG-BCO
                            ADD 1 TO WS-DSG-QT-BCO (WS-ACHADO)
                     END-IF
              END-IF.

       ANONIMIZA-DEPENDENTES.
              IF WS-EFETIVAR EQUAL "SIM"
                     OPEN I-O CADDEP
              ELSE
                     OPEN INPUT CADDEP
              END-IF.
              IF WS-STATUS-CADDEP NOT EQUAL "00"
                     DISPLAY "EX118 - CADDEP.DAT NAO ABERTO - FILE "
                             "STATUS " WS-STATUS-CADDEP
                             " - DEPENDENTES NAO TRATADOS"
                     MOVE 4 TO WS-RETORNO
              ELSE
                     PERFORM ANONIMIZA-DEP-MATRICULA
                             VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                     CLOSE CADDEP
              END-IF.

       ANONIMIZA-DEP-MATRICULA.
              IF WS-DSG-SITUACAO (WS-IND) EQUAL "E"
                     MOVE WS-DSG-MATRICULA (WS-IND) TO DEP-MATRICULA
                     MOVE ZEROES TO DEP-SEQ
                     MOVE 0 TO WS-FIM-DEP
                     START CADDEP KEY NOT LESS DEP-CHAVE
                            INVALID KEY MOVE 1 TO WS-FIM-DEP
                     END-START
                     PERFORM UNTIL WS-FIM-DEP EQUAL 1
                            READ CADDEP NEXT RECORD
                                   AT END MOVE 1 TO WS-FIM-DEP
                                   NOT AT END
                                   IF DEP-MATRICULA NOT EQUAL
                                      WS-DSG-MATRICULA (WS-IND)
                                          MOVE 1 TO WS-FIM-DEP
                                   ELSE
                                          PERFORM ANONIMIZA-REG-DEP
                                   END-IF
                            END-READ
                     END-PERFORM
              END-IF.

       ANONIMIZA-REG-DEP.
              IF DEP-NOME NOT EQUAL WS-NOME-NEUTRO
                 OR DEP-NASC NOT EQUAL ZEROES
                     MOVE WS-NOME-NEUTRO TO DEP-NOME
                     MOVE ZEROES TO DEP-NASC-DD DEP-NASC-MM
                                    DEP-NASC-AAAA
                     ADD 1 TO WS-CT-REG-DEP
                     ADD 1 TO WS-DSG-QT-DEP (WS-IND)
                     IF WS-EFETIVAR EQUAL "SIM"
                            REWRITE REG-DEP
                                   INVALID KEY
                                   DISPLAY "EX118 - ERRO AO REGRAVAR "
                                           "DEPENDENTE " DEP-CHAVE
                                   MOVE 4 TO WS-RETORNO
                            END-REWRITE
                     END-IF
              END-IF.

       ANONIMIZA-CONTAS.
              IF WS-EFETIVAR EQUAL "SIM"
                     OPEN I-O CADBCO
              ELSE
                     OPEN INPUT CADBCO
              END-IF.
              IF WS-STATUS-CADBCO NOT EQUAL "00"
                     DISPLAY "EX118 - CADBCO.DAT NAO ABERTO - FILE "
                             "STATUS " WS-STATUS-CADBCO
                             " - CONTAS NAO TRATADAS"
                     MOVE 4 TO WS-RETORNO
              ELSE
                     PERFORM ANONIMIZA-CONTA
                             VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                     CLOSE CADBCO
              END-IF.

       ANONIMIZA-CONTA.
              IF WS-DSG-SITUACAO (WS-IND) EQUAL "E"
                     MOVE WS-DSG-MATRICULA (WS-IND) TO BCO-MATRICULA
                     READ CADBCO
                            INVALID KEY
                            CONTINUE
                            NOT INVALID KEY
                            PERFORM ANONIMIZA-REG-CONTA
                     END-READ
              END-IF.

       ANONIMIZA-REG-CONTA.
              IF BCO-BANCO NOT EQUAL ZEROES
                 OR BCO-AGENCIA NOT EQUAL ZEROES
                 OR BCO-CONTA NOT EQUAL ZEROES
                 OR BCO-DIGITO NOT EQUAL ZEROES
                     MOVE ZEROES TO BCO-BANCO BCO-AGENCIA
                                    BCO-CONTA BCO-DIGITO
                     ADD 1 TO WS-CT-REG-BCO
                     ADD 1 TO WS-DSG-QT-BCO (WS-IND)
                     IF WS-EFETIVAR EQUAL "SIM"
                            REWRITE REG-BCO
                                   INVALID KEY
                                   DISPLAY "EX118 - ERRO AO REGRAVAR "
                                           "CONTA DA MATRICULA "
                                           BCO-MATRICULA
                                   MOVE 4 TO WS-RETORNO
                            END-REWRITE
                     END-IF
              END-IF.

       REGISTRA-ANONIMIZADOS.
              OPEN EXTEND ANONIMIZADOS.
              IF WS-STATUS-ANONIM NOT EQUAL "00"
                     OPEN OUTPUT ANONIMIZADOS
              END-IF.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DESLIG
                      IF WS-DSG-SITUACAO (WS-IND) EQUAL "E"
                             MOVE WS-DSG-MATRICULA (WS-IND) TO
                                  ANM-MATRICULA
                             MOVE WS-DSG-DATA (WS-IND) TO
                                  ANM-DATA-DESLIG
                             MOVE WS-DATA-HORA TO ANM-DATA-HORA
                             COMPUTE ANM-QT-REGISTROS =
                                     WS-DSG-QT-HIST (WS-IND)
                                   + WS-DSG-QT-MORTO (WS-IND)
                                   + WS-DSG-QT-RESC (WS-IND)
                                   + WS-DSG-QT-DEP (WS-IND)
                                   + WS-DSG-QT-BCO (WS-IND)
                             WRITE REG-ANONIM
                      END-IF
              END-PERFORM.
              CLOSE ANONIMIZADOS.

       EMITE-CERTIFICADO.
              IF WS-EFETIVAR EQUAL "SIM"
                     MOVE
                       "CERTIFICADO DE ANONIMIZACAO DE EX-FUNCIONARIOS"
                          TO TITULO-CAB
              ELSE
                     MOVE
                       "SIMULACAO DA ANONIMIZACAO DE EX-FUNCIONARIOS"
                          TO TITULO-CAB
              END-IF.
              OPEN OUTPUT RELAT.
              PERFORM CABECALHO-SAIDA.
              PERFORM IMPRIME-ANONIMIZADO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DESLIG.
              IF WS-CT-ELEGIVEIS EQUAL ZEROES
                     MOVE "NENHUMA MATRICULA COM PRAZO DE GUARDA "
                          TO SECAO-LIN
                     MOVE "VENCIDO A ANONIMIZAR" TO SECAO-LIN (39:)
                     WRITE REG-REL FROM LINHA-SECAO
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.
              PERFORM IMPRIME-TOTAIS.
              CLOSE RELAT.

       IMPRIME-ANONIMIZADO.
              IF WS-DSG-SITUACAO (WS-IND) EQUAL "E"
                     IF CT-LIN GREATER THAN 24
                            PERFORM CABECALHO-SAIDA
                     END-IF
                     MOVE WS-DSG-MATRICULA (WS-IND) TO MATRICULA-DET
                     MOVE WS-DSG-DATA (WS-IND) TO WS-DATA-AUX
                     PERFORM FORMATA-DATA
                     MOVE WS-DATA-ED TO DESLIG-DET
                     MOVE WS-DSG-ORIGEM (WS-IND) TO ORIGEM-DET
                     MOVE WS-HOJE TO WS-DATA-AUX
                     PERFORM FORMATA-DATA
                     MOVE SPACES TO ANONIM-DET
                     STRING WS-DATA-ED          DELIMITED BY SIZE
                            " "                 DELIMITED BY SIZE
                            WS-DATA-HORA (9:2)  DELIMITED BY SIZE
                            ":"                 DELIMITED BY SIZE
                            WS-DATA-HORA (11:2) DELIMITED BY SIZE
                            INTO ANONIM-DET
                     MOVE WS-DSG-QT-HIST (WS-IND) TO HIST-DET
                     MOVE WS-DSG-QT-MORTO (WS-IND) TO MORTO-DET
                     MOVE WS-DSG-QT-RESC (WS-IND) TO RESC-DET
                     MOVE WS-DSG-QT-DEP (WS-IND) TO DEP-DET
                     MOVE WS-DSG-QT-BCO (WS-IND) TO BCO-DET
                     WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN
              END-IF.

       FORMATA-DATA.
              MOVE SPACES TO WS-DATA-ED.
              STRING WS-DATA-AUX (7:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (5:2) DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     WS-DATA-AUX (1:4) DELIMITED BY SIZE
                     INTO WS-DATA-ED.

       IMPRIME-TOTAIS.
              IF CT-LIN GREATER THAN 12
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-CORTE TO WS-DATA-AUX.
              PERFORM FORMATA-DATA.
              MOVE SPACES TO SECAO-LIN.
              STRING "PRAZO DE GUARDA " DELIMITED BY SIZE
                     WS-ANOS-RETENCAO   DELIMITED BY SIZE
                     " ANOS - DESLIGADOS ANTES DE " DELIMITED BY SIZE
                     WS-DATA-ED         DELIMITED BY SIZE
                     INTO SECAO-LIN.
              WRITE REG-REL FROM LINHA-SECAO AFTER ADVANCING 2 LINES.
              MOVE "DESLIGAMENTOS REGISTRADOS" TO TEXTO-TOT.
              MOVE WS-TOTAL-DESLIG TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              IF WS-EFETIVAR EQUAL "SIM"
                     MOVE "MATRICULAS ANONIMIZADAS" TO TEXTO-TOT
              ELSE
                     MOVE "MATRICULAS A ANONIMIZAR" TO TEXTO-TOT
              END-IF.
              MOVE WS-CT-ELEGIVEIS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "JA ANONIMIZADAS ANTES" TO TEXTO-TOT.
              MOVE WS-CT-JA-ANONIM TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "READMITIDAS (EM CADFUN)" TO TEXTO-TOT.
              MOVE WS-CT-READMITIDOS TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "AINDA DENTRO DO PRAZO" TO TEXTO-TOT.
              MOVE WS-CT-NO-PRAZO TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "REGISTROS CADSAI-HIST" TO TEXTO-TOT.
              MOVE WS-CT-REG-HIST TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE "REGISTROS ARQUIVOS MORTOS" TO TEXTO-TOT.
              MOVE WS-CT-REG-MORTO TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "REGISTROS EX43-DESLIG" TO TEXTO-TOT.
              MOVE WS-CT-REG-RESC TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DEPENDENTES" TO TEXTO-TOT.
              MOVE WS-CT-REG-DEP TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "CONTAS E HISTORICO BANCARIO" TO TEXTO-TOT.
              MOVE WS-CT-REG-BCO TO QTDE-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CERTIF ANONIMIZACAO" TO CAT-NOME.
              MOVE "EX118" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-HOJE TO CAT-DATA.
              MOVE WS-DATA-HORA TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE WS-NOME-CERT TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.
