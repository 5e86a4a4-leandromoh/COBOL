       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX120.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MONTAGEM DOS PACOTES DE DISTRIBUICAO POR FILIAL. O
      *          CATALOGO REL-CATALOGO.DAT SABE TUDO O QUE FOI
      *          IMPRESSO, MAS A OPERACAO AINDA SEPARAVA O PAPEL POR
      *          FILIAL TODA MANHA E NINGUEM CONSEGUIA PROVAR QUE A
      *          FILIAL RECEBEU OS CONTRACHEQUES. A TABELA
      *          DISTRIBUICAO.DAT (OBRIGATORIA) DIZ QUE RELATORIO
      *          (NOME DO CATALOGO) VAI PARA QUE FILIAL E PARA QUEM;
      *          RELATORIO CATALOGADO COM FILIAL SO VAI PARA ELA,
      *          RELATORIO SEM FILIAL VAI PARA TODAS AS DA TABELA.
      *          OS RELATORIOS DO DIA (DATA DE PARM-LOTE.DAT OU A
      *          DATA CORRENTE; DE CADA UM VALE A GERACAO MAIS
      *          RECENTE, COMO EM EX65) SAO REUNIDOS EM UM PACOTE POR
      *          FILIAL, EX120-PAC-<FILIAL>-<AAAAMMDD>.DAT, COM UMA
      *          CAPA QUE LISTA O CONTEUDO, AS PAGINAS DE CADA UM E O
      *          PRAZO DO RECIBO, SEGUIDA DOS RELATORIOS COPIADOS. O
      *          PACOTE ENTRA NO LOG DE ENTREGA EX120-ENTREGAS.DAT
      *          (LAYOUT EM ENTREGA.CPY) COMO PENDENTE, COM O PRAZO
      *          DE N DIAS UTEIS (PARM-EX120.DAT, PADRAO 3; SABADO,
      *          DOMINGO E FERIADO DE FERIADOS.DAT NACIONAL OU DA
      *          FILIAL NAO CONTAM, A REGRA DE EX103), E NO CATALOGO.
      *          A FILIAL CONFIRMA COM UMA LINHA EM RECIBOS-
      *          ENTREGA.DAT (FILIAL, DATA DO PACOTE, DATA DO
      *          RECEBIMENTO E QUEM RECEBEU), APLICADA A CADA
      *          EXECUCAO; RECIBO SEM PACOTE E AVISADO. PACOTE
      *          PENDENTE DO MESMO DIA E REMONTADO SE O PROGRAMA
      *          RODAR DE NOVO; PACOTE JA CONFIRMADO NAO E TOCADO. O
      *          DIGEST EX38 LISTA OS PENDENTES COM PRAZO VENCIDO.
      *          SEM A TABELA DE DISTRIBUICAO, RETURN-CODE 16; SEM
      *          NENHUM PACOTE A MONTAR, 4. TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DISTRIBUICAO.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-RECIBOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-ENTREGAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARQ-TRAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT ARQ-ORIGINAL ASSIGN DYNAMIC WS-NOME-ORIGINAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ORIGINAL.
       SELECT PACOTE ASSIGN DYNAMIC WS-NOME-PACOTE.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-DISTRIBUICAO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "DISTRIBUICAO.DAT".

       01 REG-DISTRIBUICAO.
              02 DST-NOME          PIC X(20).
              02 DST-FILIAL        PIC X(04).
              02 DST-DESTINATARIO  PIC X(30).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX120.DAT".

       01 REG-PARM.
              02 PRM-DIAS-UTEIS PIC 9(02).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       FD ARQ-RECIBOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "RECIBOS-ENTREGA.DAT".

       01 REG-RECIBO.
              02 REC-FILIAL            PIC X(04).
              02 REC-DATA-PACOTE       PIC 9(08).
              02 REC-DATA-RECEBIMENTO  PIC 9(08).
              02 REC-RECEBEDOR         PIC X(30).

       FD ARQ-ENTREGAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX120-ENTREGAS.DAT".

       01 REG-ENTREGA.
              COPY ENTREGA.

       FD ARQ-TRAB
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX120-TRAB.DAT".

       01 REG-TRAB PIC X(127).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       FD ARQ-ORIGINAL
          LABEL         RECORD         ARE         STANDARD.

       01 REG-ORIGINAL PIC X(80).

       FD PACOTE
          LABEL RECORD IS OMITTED.
       01 REG-PACOTE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-DISTRIBUICAO PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-STATUS-ORIGINAL PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-RETORNO PIC 9(02) VALUE ZEROES.
       77 WS-HOJE PIC 9(08) VALUE ZEROES.
       77 WS-DIA PIC 9(08) VALUE ZEROES.
       77 WS-INT-DIA PIC 9(07) VALUE ZEROES.
       77 WS-DIAS-UTEIS PIC 9(02) VALUE 3.
       77 WS-LOTE-DATA PIC X(08) VALUE SPACES.
       77 WS-NOME-ORIGINAL PIC X(030) VALUE SPACES.
       77 WS-NOME-PACOTE PIC X(030) VALUE SPACES.
       77 WS-IND PIC 9(03) VALUE ZEROES.
       77 WS-IND-DST PIC 9(03) VALUE ZEROES.
       77 WS-IND-CAT PIC 9(03) VALUE ZEROES.
       77 WS-IND-FIL PIC 9(03) VALUE ZEROES.
       77 WS-IND-ITM PIC 9(03) VALUE ZEROES.
       77 WS-IND-REC PIC 9(03) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-DST PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-CAT PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-FIL PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-ITM PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-REC PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-E-UTIL PIC X(03) VALUE "NAO".
       77 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
       77 WS-INT-PRAZO PIC 9(07) VALUE ZEROES.
       77 WS-DATA-PRAZO PIC 9(08) VALUE ZEROES.
       77 WS-CT-UTEIS PIC 9(02) VALUE ZEROES.
       77 WS-CT-RELATORIOS PIC 9(03) VALUE ZEROES.
       77 WS-CT-PAGINAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PACOTES PIC 9(03) VALUE ZEROES.
       77 WS-CT-REMONTADOS PIC 9(03) VALUE ZEROES.
       77 WS-CT-CONFIRMADOS PIC 9(03) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(05) VALUE ZEROES.
       77 WS-CT-LINHAS PIC 9(07) VALUE ZEROES.
       77 WS-DATA-FORMATAR PIC 9(08) VALUE ZEROES.
       77 WS-DATA-EDITADA PIC X(10) VALUE SPACES.

       01 TABELA-DISTRIBUICAO.
              02 WS-DST OCCURS 200 TIMES.
                     03 WS-DST-NOME          PIC X(20).
                     03 WS-DST-FILIAL        PIC X(04).
                     03 WS-DST-DESTINATARIO  PIC X(30).
                     03 WS-DST-USADA         PIC X(03).

       01 TABELA-CATALOGO-DIA.
              02 WS-CAT OCCURS 300 TIMES.
                     03 WS-CAT-NOME      PIC X(20).
                     03 WS-CAT-PROGRAMA  PIC X(08).
                     03 WS-CAT-FILIAL    PIC X(04).
                     03 WS-CAT-TIMESTAMP PIC X(14).
                     03 WS-CAT-PAGINAS   PIC 9(04).
                     03 WS-CAT-ARQUIVO   PIC X(30).

       01 TABELA-FILIAIS.
              02 WS-FIL OCCURS 50 TIMES.
                     03 WS-FIL-CODIGO       PIC X(04).
                     03 WS-FIL-DESTINATARIO PIC X(30).
                     03 WS-FIL-SITUACAO     PIC X(01).

       01 TABELA-ITENS.
              02 WS-ITM OCCURS 500 TIMES.
                     03 WS-ITM-FILIAL        PIC X(04).
                     03 WS-ITM-CAT           PIC 9(03).
                     03 WS-ITM-DESTINATARIO  PIC X(30).

       01 TABELA-RECIBOS.
              02 WS-REC OCCURS 300 TIMES.
                     03 WS-REC-FILIAL        PIC X(04).
                     03 WS-REC-DATA-PACOTE   PIC 9(08).
                     03 WS-REC-DATA-RECEB    PIC 9(08).
                     03 WS-REC-RECEBEDOR     PIC X(30).
                     03 WS-REC-USADO         PIC X(03).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 DATSRV-AREA.
              COPY DATSRV.

       01 CAPA-01.
          02 FILLER PIC X(23) VALUE SPACES.
          02 FILLER PIC X(34)
             VALUE "***  PACOTE DE DISTRIBUICAO  ***".
          02 FILLER PIC X(23) VALUE SPACES.

       01 CAPA-02.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(08) VALUE "FILIAL: ".
          02 FILIAL-CAPA    PIC X(04).
          02 FILLER         PIC X(21)
             VALUE "   RELATORIOS DO DIA ".
          02 DIA-CAPA       PIC X(10).
          02 FILLER         PIC X(14) VALUE "   MONTADO EM ".
          02 HOJE-CAPA      PIC X(10).
          02 FILLER         PIC X(12) VALUE SPACES.

       01 CAPA-03.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 FILLER           PIC X(14) VALUE "DESTINATARIO: ".
          02 DESTINATARIO-CAPA PIC X(30).
          02 FILLER           PIC X(35) VALUE SPACES.

       01 CAPA-04.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(20) VALUE "RELATORIO".
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(08) VALUE "PROGRAMA".
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(30) VALUE "DESTINATARIO".
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(04) VALUE "PAGS".
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(10) VALUE "SITUACAO".
          02 FILLER         PIC X(03) VALUE SPACES.

       01 CAPA-ITEM.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 NOME-ITEM         PIC X(20).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 PROGRAMA-ITEM     PIC X(08).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 DESTINATARIO-ITEM PIC X(30).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 PAGINAS-ITEM      PIC ZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 SITUACAO-ITEM     PIC X(10).
          02 FILLER            PIC X(03) VALUE SPACES.

       01 CAPA-TOTAL.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(07) VALUE "TOTAL: ".
          02 RELATORIOS-TOT PIC ZZ9.
          02 FILLER         PIC X(17) VALUE " RELATORIO(S) E ".
          02 PAGINAS-TOT    PIC ZZZZ9.
          02 FILLER         PIC X(20) VALUE " PAGINA(S) + CAPA".
          02 FILLER         PIC X(27) VALUE SPACES.

       01 CAPA-PRAZO.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(33)
             VALUE "DEVOLVER O RECIBO DE ENTREGA ATE ".
          02 PRAZO-CAPA     PIC X(10).
          02 FILLER         PIC X(36) VALUE SPACES.

       01 CAPA-RECIBO.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(50)
             VALUE "RECEBIDO POR: ______________________________".
          02 FILLER         PIC X(22)
             VALUE "DATA: ____/____/______".
          02 FILLER         PIC X(07) VALUE SPACES.

       01 SEPARADOR.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 FILLER         PIC X(14) VALUE "*** RELATORIO ".
          02 NOME-SEP       PIC X(20).
          02 FILLER         PIC X(11) VALUE " - ARQUIVO ".
          02 ARQUIVO-SEP    PIC X(30).
          02 FILLER         PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA120.

       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
       PERFORM PREPARA-DIA.
       PERFORM CARREGA-DISTRIBUICAO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-CATALOGO
              PERFORM MONTA-ITENS
                      VARYING WS-IND-DST FROM 1 BY 1
                      UNTIL WS-IND-DST GREATER WS-TOTAL-DST
              PERFORM CARREGA-RECIBOS
              PERFORM ATUALIZA-LOG
              PERFORM MONTA-PACOTE
                      VARYING WS-IND-FIL FROM 1 BY 1
                      UNTIL WS-IND-FIL GREATER WS-TOTAL-FIL
              PERFORM DEVOLVE-LOG
              PERFORM AVISA-RECIBOS
                      VARYING WS-IND-REC FROM 1 BY 1
                      UNTIL WS-IND-REC GREATER WS-TOTAL-REC
              IF WS-CT-PACOTES EQUAL ZEROES
                     DISPLAY "EX120 - NENHUM PACOTE A MONTAR PARA "
                             WS-DIA
                     MOVE 4 TO WS-RETORNO
              END-IF
       END-IF.
       PERFORM RESUMO-FINAL.
       MOVE WS-RETORNO TO RETURN-CODE.

       GOBACK.

       PREPARA-DIA.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     MOVE SPACES TO WS-LOTE-DATA
                     NOT AT END
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA
              END-READ.
              CLOSE ARQ-LOTE.
              IF WS-LOTE-DATA NUMERIC
                     MOVE WS-LOTE-DATA TO WS-DIA
              ELSE
                     MOVE WS-HOJE TO WS-DIA
              END-IF.
              COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE (WS-DIA).
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     CONTINUE
                     NOT AT END
                     IF PRM-DIAS-UTEIS NUMERIC
                        AND PRM-DIAS-UTEIS GREATER ZEROES
                            MOVE PRM-DIAS-UTEIS TO WS-DIAS-UTEIS
                     END-IF
              END-READ.
              CLOSE ARQ-PARM.
              OPEN INPUT ARQ-FERIADOS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.
              IF WS-TOTAL-FERIADOS EQUAL ZEROES
                     DISPLAY "EX120 - ATENCAO: FERIADOS.DAT AUSENTE OU "
                             "VAZIO - PRAZOS SO DESVIAM DE FIM DE "
                             "SEMANA"
              END-IF.

       GUARDA-FERIADO.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX120 - TABELA DE FERIADOS CHEIA (100) - "
                             "FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
              END-IF.

       CARREGA-DISTRIBUICAO.
              OPEN INPUT ARQ-DISTRIBUICAO.
              IF WS-STATUS-DISTRIBUICAO NOT EQUAL "00"
                     DISPLAY "EX120 - DISTRIBUICAO.DAT OBRIGATORIO "
                             "AUSENTE - FILE STATUS "
                             WS-STATUS-DISTRIBUICAO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO WS-RETORNO
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ ARQ-DISTRIBUICAO
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   PERFORM GUARDA-DISTRIBUICAO
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-DISTRIBUICAO
                     IF WS-TOTAL-DST EQUAL ZEROES
                            DISPLAY "EX120 - DISTRIBUICAO.DAT VAZIO"
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO WS-RETORNO
                     END-IF
              END-IF.

       GUARDA-DISTRIBUICAO.
              IF DST-NOME EQUAL SPACES OR DST-FILIAL EQUAL SPACES
                     DISPLAY "EX120 - LINHA DE DISTRIBUICAO SEM NOME "
                             "OU FILIAL IGNORADA: " REG-DISTRIBUICAO
              ELSE
              IF WS-TOTAL-DST EQUAL 200
                     DISPLAY "EX120 - TABELA DE DISTRIBUICAO CHEIA "
                             "(200) - IGNORADO: " DST-NOME " "
                             DST-FILIAL
              ELSE
                     ADD 1 TO WS-TOTAL-DST
                     MOVE DST-NOME TO WS-DST-NOME (WS-TOTAL-DST)
                     MOVE DST-FILIAL TO WS-DST-FILIAL (WS-TOTAL-DST)
                     MOVE DST-DESTINATARIO TO
                          WS-DST-DESTINATARIO (WS-TOTAL-DST)
                     MOVE "NAO" TO WS-DST-USADA (WS-TOTAL-DST)
              END-IF
              END-IF.

      *    SO OS RELATORIOS DO DIA; O PACOTE DE EX120 NAO ENTRA EM
      *    OUTRO PACOTE. DE UM MESMO RELATORIO (NOME, FILIAL E
      *    ARQUIVO) GERADO MAIS DE UMA VEZ, FICA A ULTIMA GERACAO.
       CARREGA-CATALOGO.
              OPEN INPUT CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     DISPLAY "EX120 - REL-CATALOGO.DAT AUSENTE - "
                             "NENHUM RELATORIO CATALOGADO"
              ELSE
                     MOVE 0 TO FIM-ARQ
                     PERFORM UNTIL FIM-ARQ EQUAL 1
                            READ CATALOGO
                                   AT END MOVE 1 TO FIM-ARQ
                                   NOT AT END
                                   IF CAT-DATA EQUAL WS-DIA
                                      AND CAT-PROGRAMA NOT EQUAL
                                          "EX120"
                                          PERFORM GUARDA-CATALOGO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CATALOGO
              END-IF.

       GUARDA-CATALOGO.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-CAT
                      IF WS-CAT-NOME (WS-IND) EQUAL CAT-NOME
                         AND WS-CAT-FILIAL (WS-IND) EQUAL CAT-FILIAL
                         AND WS-CAT-ARQUIVO (WS-IND) EQUAL CAT-ARQUIVO
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-CAT EQUAL 300
                            DISPLAY "EX120 - TABELA DO CATALOGO DO DIA "
                                    "CHEIA (300) - IGNORADO: " CAT-NOME
                     ELSE
                            ADD 1 TO WS-TOTAL-CAT
                            MOVE WS-TOTAL-CAT TO WS-ACHADO
                     END-IF
              ELSE
                     IF CAT-TIMESTAMP LESS
                        WS-CAT-TIMESTAMP (WS-ACHADO)
                            MOVE ZEROES TO WS-ACHADO
                     END-IF
              END-IF.
              IF WS-ACHADO GREATER ZEROES
                     MOVE CAT-NOME TO WS-CAT-NOME (WS-ACHADO)
                     MOVE CAT-PROGRAMA TO WS-CAT-PROGRAMA (WS-ACHADO)
                     MOVE CAT-FILIAL TO WS-CAT-FILIAL (WS-ACHADO)
                     MOVE CAT-TIMESTAMP TO WS-CAT-TIMESTAMP (WS-ACHADO)
                     MOVE CAT-PAGINAS TO WS-CAT-PAGINAS (WS-ACHADO)
                     MOVE CAT-ARQUIVO TO WS-CAT-ARQUIVO (WS-ACHADO)
              END-IF.

       MONTA-ITENS.
              PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                      UNTIL WS-IND-CAT GREATER WS-TOTAL-CAT
                      IF WS-CAT-NOME (WS-IND-CAT) EQUAL
                         WS-DST-NOME (WS-IND-DST)
                         AND (WS-CAT-FILIAL (WS-IND-CAT) EQUAL
                              WS-DST-FILIAL (WS-IND-DST)
                           OR WS-CAT-FILIAL (WS-IND-CAT) EQUAL SPACES)
                             PERFORM GUARDA-ITEM
                      END-IF
              END-PERFORM.
              IF WS-DST-USADA (WS-IND-DST) EQUAL "NAO"
                     DISPLAY "EX120 - AVISO: " WS-DST-NOME (WS-IND-DST)
                             " SEM GERACAO EM " WS-DIA
                             " PARA A FILIAL "
                             WS-DST-FILIAL (WS-IND-DST)
              END-IF.

       GUARDA-ITEM.
              MOVE ZEROES TO WS-ACHADO.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-FIL
                      IF WS-FIL-CODIGO (WS-IND) EQUAL
                         WS-DST-FILIAL (WS-IND-DST)
                             MOVE WS-IND TO WS-ACHADO
                      END-IF
              END-PERFORM.
              IF WS-ACHADO EQUAL ZEROES
                     IF WS-TOTAL-FIL EQUAL 50
                            DISPLAY "EX120 - TABELA DE FILIAIS CHEIA "
                                    "(50) - IGNORADA: "
                                    WS-DST-FILIAL (WS-IND-DST)
                     ELSE
                            ADD 1 TO WS-TOTAL-FIL
                            MOVE WS-TOTAL-FIL TO WS-ACHADO
                            MOVE WS-DST-FILIAL (WS-IND-DST) TO
                                 WS-FIL-CODIGO (WS-ACHADO)
                            MOVE WS-DST-DESTINATARIO (WS-IND-DST) TO
                                 WS-FIL-DESTINATARIO (WS-ACHADO)
                            MOVE "N" TO WS-FIL-SITUACAO (WS-ACHADO)
                     END-IF
              END-IF.
              IF WS-ACHADO GREATER ZEROES
                     IF WS-TOTAL-ITM EQUAL 500
                            DISPLAY "EX120 - TABELA DE ITENS CHEIA "
                                    "(500) - IGNORADO: "
                                    WS-DST-NOME (WS-IND-DST)
                     ELSE
                            ADD 1 TO WS-TOTAL-ITM
                            MOVE WS-DST-FILIAL (WS-IND-DST) TO
                                 WS-ITM-FILIAL (WS-TOTAL-ITM)
                            MOVE WS-IND-CAT TO
                                 WS-ITM-CAT (WS-TOTAL-ITM)
                            MOVE WS-DST-DESTINATARIO (WS-IND-DST) TO
                                 WS-ITM-DESTINATARIO (WS-TOTAL-ITM)
                            MOVE "SIM" TO WS-DST-USADA (WS-IND-DST)
                     END-IF
              END-IF.

       CARREGA-RECIBOS.
              OPEN INPUT ARQ-RECIBOS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-RECIBOS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM GUARDA-RECIBO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-RECIBOS.

       GUARDA-RECIBO.
              IF REC-FILIAL EQUAL SPACES
                     CONTINUE
              ELSE
              IF WS-TOTAL-REC EQUAL 300
                     DISPLAY "EX120 - TABELA DE RECIBOS CHEIA (300) - "
                             "IGNORADO: " REC-FILIAL " "
                             REC-DATA-PACOTE
              ELSE
                     ADD 1 TO WS-TOTAL-REC
                     MOVE REC-FILIAL TO WS-REC-FILIAL (WS-TOTAL-REC)
                     MOVE REC-DATA-PACOTE TO
                          WS-REC-DATA-PACOTE (WS-TOTAL-REC)
                     MOVE REC-DATA-RECEBIMENTO TO
                          WS-REC-DATA-RECEB (WS-TOTAL-REC)
                     MOVE REC-RECEBEDOR TO
                          WS-REC-RECEBEDOR (WS-TOTAL-REC)
                     MOVE "NAO" TO WS-REC-USADO (WS-TOTAL-REC)
              END-IF
              END-IF.

      *    O LOG ANTIGO PASSA PARA EX120-TRAB.DAT COM OS RECIBOS
      *    APLICADOS. PACOTE PENDENTE DO DIA DE UMA FILIAL QUE VAI
      *    RECEBER PACOTE NOVO SAI DO LOG (E REMONTADO); SE JA FOI
      *    CONFIRMADO, A FILIAL NAO RECEBE OUTRO.
       ATUALIZA-LOG.
              OPEN INPUT ARQ-ENTREGAS.
              OPEN OUTPUT ARQ-TRAB.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-ENTREGAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            PERFORM ATUALIZA-ENTREGA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ENTREGAS.

       ATUALIZA-ENTREGA.
              IF ENT-STATUS EQUAL "P"
                     PERFORM VARYING WS-IND-REC FROM 1 BY 1
                             UNTIL WS-IND-REC GREATER WS-TOTAL-REC
                             OR ENT-STATUS EQUAL "C"
                             IF WS-REC-FILIAL (WS-IND-REC) EQUAL
                                ENT-FILIAL
                                AND WS-REC-DATA-PACOTE (WS-IND-REC)
                                    EQUAL ENT-DATA
                                    PERFORM CONFIRMA-ENTREGA
                             END-IF
                     END-PERFORM
              END-IF.
              MOVE ZEROES TO WS-ACHADO.
              IF ENT-DATA EQUAL WS-DIA
                     PERFORM VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-FIL
                             IF WS-FIL-CODIGO (WS-IND) EQUAL ENT-FILIAL
                                    MOVE WS-IND TO WS-ACHADO
                             END-IF
                     END-PERFORM
              END-IF.
              IF WS-ACHADO GREATER ZEROES AND ENT-STATUS EQUAL "P"
                     ADD 1 TO WS-CT-REMONTADOS
              ELSE
                     IF WS-ACHADO GREATER ZEROES
                            MOVE "C" TO WS-FIL-SITUACAO (WS-ACHADO)
                            DISPLAY "EX120 - PACOTE DE " WS-DIA
                                    " DA FILIAL " ENT-FILIAL
                                    " JA CONFIRMADO - NAO REMONTADO"
                     END-IF
                     IF ENT-STATUS EQUAL "P"
                            ADD 1 TO WS-CT-PENDENTES
                     END-IF
                     WRITE REG-TRAB FROM REG-ENTREGA
              END-IF.

       CONFIRMA-ENTREGA.
              MOVE "C" TO ENT-STATUS.
              MOVE WS-REC-DATA-RECEB (WS-IND-REC) TO
                   ENT-DATA-CONFIRMACAO.
              MOVE WS-REC-RECEBEDOR (WS-IND-REC) TO ENT-RECEBEDOR.
              MOVE "SIM" TO WS-REC-USADO (WS-IND-REC).
              ADD 1 TO WS-CT-CONFIRMADOS.

       MONTA-PACOTE.
              IF WS-FIL-SITUACAO (WS-IND-FIL) EQUAL "N"
                     MOVE WS-FIL-CODIGO (WS-IND-FIL) TO WS-FILIAL-ATUAL
                     PERFORM CALCULA-PRAZO
                     MOVE SPACES TO WS-NOME-PACOTE
                     STRING "EX120-PAC-" DELIMITED BY SIZE
                            FUNCTION TRIM (WS-FILIAL-ATUAL)
                                         DELIMITED BY SIZE
                            "-"          DELIMITED BY SIZE
                            WS-DIA       DELIMITED BY SIZE
                            ".DAT"       DELIMITED BY SIZE
                            INTO WS-NOME-PACOTE
                     END-STRING
                     OPEN OUTPUT PACOTE
                     PERFORM IMPRIME-CAPA
                     PERFORM COPIA-RELATORIO
                             VARYING WS-IND-ITM FROM 1 BY 1
                             UNTIL WS-IND-ITM GREATER WS-TOTAL-ITM
                     CLOSE PACOTE
                     PERFORM GRAVA-ENTREGA
                     PERFORM REGISTRA-CATALOGO
                     ADD 1 TO WS-CT-PACOTES
                     DISPLAY "EX120 - PACOTE "
                             FUNCTION TRIM (WS-NOME-PACOTE) " - "
                             WS-CT-RELATORIOS " RELATORIO(S), "
                             WS-CT-PAGINAS " PAGINA(S)"
              END-IF.

      *    O PRAZO CONTA WS-DIAS-UTEIS DIAS UTEIS DEPOIS DO DIA
      *    DOS RELATORIOS, COM OS FERIADOS DA FILIAL DO PACOTE.
       CALCULA-PRAZO.
              MOVE WS-INT-DIA TO WS-INT-PRAZO.
              MOVE ZEROES TO WS-CT-UTEIS.
              PERFORM AVANCA-DIA-UTIL
                      UNTIL WS-CT-UTEIS EQUAL WS-DIAS-UTEIS.

       AVANCA-DIA-UTIL.
              ADD 1 TO WS-INT-PRAZO.
              COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                      (WS-INT-PRAZO).
              PERFORM VERIFICA-DIA-UTIL.
              IF WS-E-UTIL EQUAL "SIM"
                     ADD 1 TO WS-CT-UTEIS
              END-IF.

       VERIFICA-DIA-UTIL.
              MOVE "S" TO DAT-FUNCAO.
              MOVE WS-DATA-PRAZO (7:2) TO DAT-DIA.
              MOVE WS-DATA-PRAZO (5:2) TO DAT-MES.
              MOVE WS-DATA-PRAZO (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-DATA-PRAZO
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-FILIAL-ATUAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.
              IF DAT-DIA-SEMANA-IND EQUAL 1
                 OR DAT-DIA-SEMANA-IND EQUAL 2
                 OR WS-E-FERIADO EQUAL "SIM"
                     MOVE "NAO" TO WS-E-UTIL
              ELSE
                     MOVE "SIM" TO WS-E-UTIL
              END-IF.

       IMPRIME-CAPA.
              MOVE ZEROES TO WS-CT-RELATORIOS WS-CT-PAGINAS.
              WRITE REG-PACOTE FROM CAPA-01 AFTER ADVANCING PAGE.
              MOVE WS-FILIAL-ATUAL TO FILIAL-CAPA.
              MOVE WS-DIA TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO DIA-CAPA.
              MOVE WS-HOJE TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO HOJE-CAPA.
              WRITE REG-PACOTE FROM CAPA-02 AFTER ADVANCING 2 LINES.
              MOVE WS-FIL-DESTINATARIO (WS-IND-FIL) TO
                   DESTINATARIO-CAPA.
              WRITE REG-PACOTE FROM CAPA-03 AFTER ADVANCING 1 LINE.
              WRITE REG-PACOTE FROM CAPA-04 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-ITEM-CAPA
                      VARYING WS-IND-ITM FROM 1 BY 1
                      UNTIL WS-IND-ITM GREATER WS-TOTAL-ITM.
              MOVE WS-CT-RELATORIOS TO RELATORIOS-TOT.
              MOVE WS-CT-PAGINAS TO PAGINAS-TOT.
              WRITE REG-PACOTE FROM CAPA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE WS-DATA-PRAZO TO WS-DATA-FORMATAR.
              PERFORM FORMATA-DATA.
              MOVE WS-DATA-EDITADA TO PRAZO-CAPA.
              WRITE REG-PACOTE FROM CAPA-PRAZO AFTER ADVANCING 2 LINES.
              WRITE REG-PACOTE FROM CAPA-RECIBO
                    AFTER ADVANCING 3 LINES.

       IMPRIME-ITEM-CAPA.
              IF WS-ITM-FILIAL (WS-IND-ITM) EQUAL WS-FILIAL-ATUAL
                     MOVE WS-ITM-CAT (WS-IND-ITM) TO WS-IND-CAT
                     MOVE WS-CAT-NOME (WS-IND-CAT) TO NOME-ITEM
                     MOVE WS-CAT-PROGRAMA (WS-IND-CAT) TO PROGRAMA-ITEM
                     MOVE WS-ITM-DESTINATARIO (WS-IND-ITM) TO
                          DESTINATARIO-ITEM
                     MOVE WS-CAT-PAGINAS (WS-IND-CAT) TO PAGINAS-ITEM
                     MOVE WS-CAT-ARQUIVO (WS-IND-CAT) TO
                          WS-NOME-ORIGINAL
                     OPEN INPUT ARQ-ORIGINAL
                     IF WS-STATUS-ORIGINAL EQUAL "00"
                            MOVE "INCLUIDO" TO SITUACAO-ITEM
                            CLOSE ARQ-ORIGINAL
                            ADD 1 TO WS-CT-RELATORIOS
                            ADD WS-CAT-PAGINAS (WS-IND-CAT) TO
                                WS-CT-PAGINAS
                     ELSE
                            MOVE "AUSENTE" TO SITUACAO-ITEM
                            DISPLAY "EX120 - ARQUIVO "
                                    FUNCTION TRIM (WS-NOME-ORIGINAL)
                                    " NAO ESTA MAIS EM DISCO - FORA "
                                    "DO PACOTE DA FILIAL "
                                    WS-FILIAL-ATUAL
                     END-IF
                     WRITE REG-PACOTE FROM CAPA-ITEM
                           AFTER ADVANCING 1 LINE
              END-IF.

       COPIA-RELATORIO.
              IF WS-ITM-FILIAL (WS-IND-ITM) EQUAL WS-FILIAL-ATUAL
                     MOVE WS-ITM-CAT (WS-IND-ITM) TO WS-IND-CAT
                     MOVE WS-CAT-ARQUIVO (WS-IND-CAT) TO
                          WS-NOME-ORIGINAL
                     OPEN INPUT ARQ-ORIGINAL
                     IF WS-STATUS-ORIGINAL EQUAL "00"
                            MOVE WS-CAT-NOME (WS-IND-CAT) TO NOME-SEP
                            MOVE WS-CAT-ARQUIVO (WS-IND-CAT) TO
                                 ARQUIVO-SEP
                            WRITE REG-PACOTE FROM SEPARADOR
                                  AFTER ADVANCING PAGE
                            MOVE 0 TO FIM-ARQ
                            PERFORM UNTIL FIM-ARQ EQUAL 1
                                   READ ARQ-ORIGINAL
                                          AT END MOVE 1 TO FIM-ARQ
                                          NOT AT END
                                          MOVE REG-ORIGINAL TO
                                               REG-PACOTE
                                          WRITE REG-PACOTE
                                                AFTER ADVANCING 1 LINE
                                          ADD 1 TO WS-CT-LINHAS
                                   END-READ
                            END-PERFORM
                            CLOSE ARQ-ORIGINAL
                     END-IF
              END-IF.

       GRAVA-ENTREGA.
              MOVE WS-FILIAL-ATUAL TO ENT-FILIAL.
              MOVE WS-DIA TO ENT-DATA.
              MOVE WS-NOME-PACOTE TO ENT-PACOTE.
              MOVE WS-FIL-DESTINATARIO (WS-IND-FIL) TO
                   ENT-DESTINATARIO.
              MOVE WS-CT-RELATORIOS TO ENT-RELATORIOS.
              COMPUTE ENT-PAGINAS = WS-CT-PAGINAS + 1.
              MOVE WS-DATA-PRAZO TO ENT-PRAZO.
              MOVE "P" TO ENT-STATUS.
              MOVE ZEROES TO ENT-DATA-CONFIRMACAO.
              MOVE SPACES TO ENT-RECEBEDOR.
              WRITE REG-TRAB FROM REG-ENTREGA.
              ADD 1 TO WS-CT-PENDENTES.

       DEVOLVE-LOG.
              CLOSE ARQ-TRAB.
              OPEN INPUT ARQ-TRAB.
              OPEN OUTPUT ARQ-ENTREGAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-TRAB
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            WRITE REG-ENTREGA FROM REG-TRAB
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TRAB ARQ-ENTREGAS.
              OPEN OUTPUT ARQ-TRAB.
              CLOSE ARQ-TRAB.

       AVISA-RECIBOS.
              IF WS-REC-USADO (WS-IND-REC) EQUAL "NAO"
                     PERFORM CONFERE-RECIBO
              END-IF.

      *    RECIBO DE PACOTE JA CONFIRMADO EM EXECUCAO ANTERIOR NAO E
      *    AVISO; SO O QUE NAO CORRESPONDE A PACOTE NENHUM.
       CONFERE-RECIBO.
              MOVE ZEROES TO WS-ACHADO.
              OPEN INPUT ARQ-ENTREGAS.
              MOVE 0 TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ ARQ-ENTREGAS
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END
                            IF ENT-FILIAL EQUAL
                               WS-REC-FILIAL (WS-IND-REC)
                               AND ENT-DATA EQUAL
                                   WS-REC-DATA-PACOTE (WS-IND-REC)
                                   MOVE 1 TO WS-ACHADO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE ARQ-ENTREGAS.
              IF WS-ACHADO EQUAL ZEROES
                     DISPLAY "EX120 - AVISO: RECIBO DA FILIAL "
                             WS-REC-FILIAL (WS-IND-REC)
                             " PARA O PACOTE DE "
                             WS-REC-DATA-PACOTE (WS-IND-REC)
                             " SEM PACOTE NO LOG DE ENTREGA"
              END-IF.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "PACOTE DISTRIBUICAO" TO CAT-NOME.
              MOVE "EX120" TO CAT-PROGRAMA.
              MOVE WS-FILIAL-ATUAL TO CAT-FILIAL.
              MOVE WS-DIA TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              COMPUTE CAT-PAGINAS = WS-CT-PAGINAS + 1.
              MOVE WS-NOME-PACOTE TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       FORMATA-DATA.
              STRING WS-DATA-FORMATAR (7:2) DELIMITED BY SIZE
                     "/"                    DELIMITED BY SIZE
                     WS-DATA-FORMATAR (5:2) DELIMITED BY SIZE
                     "/"                    DELIMITED BY SIZE
                     WS-DATA-FORMATAR (1:4) DELIMITED BY SIZE
                     INTO WS-DATA-EDITADA
              END-STRING.

       RESUMO-FINAL.
              DISPLAY "EX120 - DISTRIBUICAO DOS RELATORIOS DE " WS-DIA.
              DISPLAY "RELATORIOS DO DIA NO CATALOGO : " WS-TOTAL-CAT.
              DISPLAY "PACOTES MONTADOS              : " WS-CT-PACOTES.
              DISPLAY "PACOTES REMONTADOS            : "
                      WS-CT-REMONTADOS.
              DISPLAY "RECIBOS APLICADOS             : "
                      WS-CT-CONFIRMADOS.
              DISPLAY "PACOTES PENDENTES NO LOG      : "
                      WS-CT-PENDENTES.
