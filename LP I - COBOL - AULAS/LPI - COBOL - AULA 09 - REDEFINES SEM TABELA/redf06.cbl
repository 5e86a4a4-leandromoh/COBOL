       IDENTIFICATION          DIVISION.

       PROGRAM-ID.     REDF06.
       AUTHOR.         HIROMASA NAGATA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  FECHAMENTO MENSAL DAS FILIAIS E LIQUIDACAO CONTRA A
      *          MATRIZ. CLASSIFICA O MESTRE ARQ-SALDOS.DAT (POSICAO
      *          POR FILIAL E DATA, POSTADA POR REDF04) E IMPRIME EM
      *          REDF06-LIQUID.DAT, UMA PAGINA POR FILIAL: SALDO
      *          ANTERIOR (TUDO O QUE FOI POSTADO ANTES DO MES), A
      *          QUANTIDADE E O VALOR DE CADA DIA DO MES E O SALDO
      *          FINAL. O TOTAL POSTADO NO MES E COMPARADO COM O QUE
      *          A MATRIZ ESPERAVA DA FILIAL - A SOMA DOS VALOR-ENT
      *          DAS CAPAS TRANSMITIDAS NO MES, TIRADA DO HISTORICO
      *          REDF03-HIST.DAT (LOTE RETRANSMITIDO CONTA UMA VEZ SO)
      *          - E A DIFERENCA MARCA A FILIAL COMO DIVERGENTE
      *          (RETURN-CODE 4). A POSICAO LIQUIDA DA FILIAL CONTRA A
      *          MATRIZ E O SALDO FINAL MENOS O QUE JA FOI LIQUIDADO
      *          EM MESES ANTERIORES (REDF06-LIQHIST.DAT): POSITIVA,
      *          A FILIAL TRANSFERE A MATRIZ; NEGATIVA, A MATRIZ
      *          DEVOLVE A FILIAL. CADA POSICAO DIFERENTE DE ZERO VIRA
      *          UMA INSTRUCAO DE TRANSFERENCIA EM REDF06-TRANSF.DAT
      *          (DIVERGENTE SAI MARCADA "N" PARA A TESOURARIA SEGURAR)
      *          E E GRAVADA NO HISTORICO DE LIQUIDACOES; REPETIR O
      *          MESMO MES SUBSTITUI A LIQUIDACAO DELE, SEM DOBRAR. A
      *          ULTIMA PAGINA E O RESUMO DA LIQUIDACAO DE TODAS AS
      *          FILIAIS. O MES (AAAAMM) VEM DE PARM-REDF06.DAT; SEM
      *          ELE, VALE O MES CORRENTE. O RELATORIO E REGISTRADO
      *          NO CATALOGO REL-CATALOGO.DAT.

       ENVIRONMENT             DIVISION.

       CONFIGURATION           SECTION.

       SOURCE-COMPUTER.        IBM-PC.
       OBJECT-COMPUTER.        IBM-PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.

       FILE-CONTROL.
           SELECT      OPTIONAL ARQ-PARM       ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SALDOS      ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-SALDOS.
           SELECT      ARQ-SALDOS-ORD  ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SORT        ASSIGN      TO      DISK.
           SELECT      OPTIONAL ARQ-HIST       ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      OPTIONAL ARQ-LIQ-ENT    ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-LIQ-SAI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-LIQUIDACAO  ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-TRANSF      ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-CATALOGO    ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-CAT.

       DATA                    DIVISION.

       FILE                    SECTION.

       FD  ARQ-PARM
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "PARM-REDF06.DAT".

       01  REG-PARM.
           02 PRM-ANO               PIC  9(004).
           02 PRM-MES               PIC  9(002).

       FD  ARQ-SALDOS
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-SALDOS.DAT".

       01  REG-SALDO                   PIC  X(026).

       FD  ARQ-SALDOS-ORD
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF06-SLDORD.DAT".

       01  REG-SALDO-ORD.
           02 ORD-FILIAL            PIC  X(004).
           02 ORD-DATA.
              03 ORD-DD             PIC  9(002).
              03 ORD-MM             PIC  9(002).
              03 ORD-AA             PIC  9(002).
           02 ORD-QTDE              PIC  9(005).
           02 ORD-VALOR             PIC  9(009)V9(002).

       SD  ARQ-SORT.

       01  REG-SORT.
           02 SRT-FILIAL            PIC  X(004).
           02 SRT-DD                PIC  9(002).
           02 SRT-MM                PIC  9(002).
           02 SRT-AA                PIC  9(002).
           02 SRT-QTDE              PIC  9(005).
           02 SRT-VALOR             PIC  9(009)V9(002).

       FD  ARQ-HIST
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF03-HIST.DAT".

       01  REG-HIST.
           02 HIS-FILIAL            PIC  X(004).
           02 HIS-SEQUENCIA         PIC  9(004).
           02 HIS-LOTE-NUM          PIC  9(006).
           02 HIS-LOTE-DATA.
              03 HIS-LOTE-DD        PIC  9(002).
              03 HIS-LOTE-MM        PIC  9(002).
              03 HIS-LOTE-AA        PIC  9(002).
           02 HIS-QUANT-ENT         PIC  9(003).
           02 HIS-VALOR-ENT         PIC  9(007)V9(002).

       FD  ARQ-LIQ-ENT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF06-LIQHIST.DAT".

       01  REG-LIQ-ENT.
           02 LQE-FILIAL            PIC  X(004).
           02 LQE-ANO-MES           PIC  9(006).
           02 LQE-VALOR             PIC  S9(009)V9(002)
                                         SIGN LEADING SEPARATE.

       FD  ARQ-LIQ-SAI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF06-LIQHIST.DAT".

       01  REG-LIQ-SAI.
           02 LQS-FILIAL            PIC  X(004).
           02 LQS-ANO-MES           PIC  9(006).
           02 LQS-VALOR             PIC  S9(009)V9(002)
                                         SIGN LEADING SEPARATE.

       FD  ARQ-LIQUIDACAO
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF06-LIQUID.DAT".

       01  REG-LIQUIDACAO              PIC  X(080).

       FD  ARQ-TRANSF
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF06-TRANSF.DAT".

       01  REG-TRANSF.
           02 TRF-ANO-MES           PIC  9(006).
           02 TRF-ORIGEM            PIC  X(004).
           02 TRF-DESTINO           PIC  X(004).
           02 TRF-VALOR             PIC  9(009)V9(002).
           02 TRF-CONFERIDO         PIC  X(001).

       FD  ARQ-CATALOGO
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REL-CATALOGO.DAT".

       01  REG-CATALOGO.
           02 CAT-NOME              PIC  X(020).
           02 CAT-PROGRAMA          PIC  X(008).
           02 CAT-FILIAL            PIC  X(004).
           02 CAT-DATA              PIC  9(008).
           02 CAT-TIMESTAMP         PIC  X(014).
           02 CAT-PAGINAS           PIC  9(004).
           02 CAT-ARQUIVO           PIC  X(030).

       WORKING-STORAGE         SECTION.

       77  FIM-ARQ                     PIC X(003)  VALUE "NAO".
       77  WS-STATUS-SALDOS            PIC X(002).
       77  WS-STATUS-CAT               PIC X(002).
       77  WS-MATRIZ                   PIC X(004)  VALUE "0000".
       77  WS-IND                      PIC 9(004)  VALUE ZEROS.
       77  WS-IND-FIL                  PIC 9(003)  VALUE ZEROS.
       77  WS-ACHADO                   PIC 9(004)  VALUE ZEROS.
       77  WS-FILIAL-ATUAL             PIC X(004)  VALUE SPACES.
       77  WS-MOV-AAMM                 PIC 9(004)  VALUE ZEROS.
       77  WS-BLOCO-ABERTO             PIC X(003)  VALUE "NAO".
       77  WS-TOTAL-FILIAIS            PIC 9(003)  VALUE ZEROS.
       77  WS-TOTAL-ESPERADOS          PIC 9(004)  VALUE ZEROS.
       77  WS-TOTAL-LIQ                PIC 9(004)  VALUE ZEROS.
       77  WS-CT-PAGINAS               PIC 9(004)  VALUE ZEROS.
       77  WS-CT-DIVERGENTES           PIC 9(003)  VALUE ZEROS.
       77  WS-CT-INSTRUCOES            PIC 9(003)  VALUE ZEROS.
       77  WS-CT-POSTERIORES           PIC 9(004)  VALUE ZEROS.
       77  WS-DIFERENCA                PIC S9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-TOT-POSTADO              PIC 9(011)V9(002)
                                                   VALUE ZEROS.
       77  WS-TOT-ESPERADO             PIC 9(011)V9(002)
                                                   VALUE ZEROS.
       77  WS-TOT-POSICAO              PIC S9(011)V9(002)
                                                   VALUE ZEROS.

       01  WS-MES-REF.
           02 WS-REF-ANO               PIC 9(004).
           02 WS-REF-ANO-RED           REDEFINES   WS-REF-ANO.
              03 FILLER                PIC 9(002).
              03 WS-REF-AA             PIC 9(002).
           02 WS-REF-MES               PIC 9(002).

       01  WS-MES-REF-NUM              REDEFINES   WS-MES-REF
                                       PIC 9(006).

       01  WS-REF-AAMM                 PIC 9(004)  VALUE ZEROS.

       01  TABELA-FILIAIS.
           02 WS-FIL                   OCCURS      100    TIMES.
              03 WS-FIL-COD            PIC  X(004).
              03 WS-FIL-VISTA          PIC  X(003).
              03 WS-FIL-SALDO-ANT      PIC  9(009)V9(002).
              03 WS-FIL-QTDE-MES       PIC  9(007).
              03 WS-FIL-VALOR-MES      PIC  9(009)V9(002).
              03 WS-FIL-ESPERADO       PIC  9(009)V9(002).
              03 WS-FIL-LIQ-ANT        PIC  S9(009)V9(002).
              03 WS-FIL-SALDO-FINAL    PIC  9(009)V9(002).
              03 WS-FIL-POSICAO        PIC  S9(009)V9(002).
              03 WS-FIL-SITUACAO       PIC  X(010).

       01  TABELA-ESPERADOS.
           02 WS-ESP                   OCCURS      2000   TIMES.
              03 WS-ESP-FILIAL         PIC  X(004).
              03 WS-ESP-LOTE-NUM       PIC  9(006).
              03 WS-ESP-LOTE-DATA      PIC  9(006).
              03 WS-ESP-VALOR          PIC  9(007)V9(002).

       01  TABELA-LIQUIDACOES.
           02 WS-LIQ                   OCCURS      2000   TIMES.
              03 WS-LIQ-FILIAL         PIC  X(004).
              03 WS-LIQ-ANO-MES        PIC  9(006).
              03 WS-LIQ-VALOR          PIC  S9(009)V9(002).

       01  WS-CAB-1.
           02 FILLER                   PIC X(040)  VALUE
              "REDF06 - FECHAMENTO MENSAL DAS FILIAIS".
           02 FILLER                   PIC X(009)  VALUE "MES/ANO: ".
           02 CAB1-MES                 PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 CAB1-ANO                 PIC 9(004).
           02 FILLER                   PIC X(024)  VALUE SPACES.

       01  WS-CAB-2.
           02 FILLER                   PIC X(008)  VALUE "FILIAL: ".
           02 CAB2-FILIAL              PIC X(004).
           02 FILLER                   PIC X(068)  VALUE SPACES.

       01  WS-LIN-VALOR.
           02 LVL-TEXTO                PIC X(040).
           02 LVL-VALOR                PIC ----.---.--9,99.
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 LVL-OBS                  PIC X(023).

       01  WS-LIN-DIA.
           02 FILLER                   PIC X(006)  VALUE "  DIA ".
           02 LDI-DD                   PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 LDI-MM                   PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 LDI-AA                   PIC 9(002).
           02 FILLER                   PIC X(008)  VALUE "  QTDE ".
           02 LDI-QTDE                 PIC ZZZZ9.
           02 FILLER                   PIC X(013)  VALUE SPACES.
           02 LDI-VALOR                PIC ----.---.--9,99.
           02 FILLER                   PIC X(025)  VALUE SPACES.

       01  WS-CAB-RESUMO.
           02 FILLER                   PIC X(008)  VALUE "  FILIAL".
           02 FILLER                   PIC X(016)  VALUE
              "  POSTADO NO MES".
           02 FILLER                   PIC X(016)  VALUE
              "        ESPERADO".
           02 FILLER                   PIC X(017)  VALUE
              "  POSICAO LIQUIDA".
           02 FILLER                   PIC X(012)  VALUE "  SITUACAO".
           02 FILLER                   PIC X(011)  VALUE SPACES.

       01  WS-LIN-RESUMO.
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 RES-FILIAL               PIC X(004).
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 RES-POSTADO              PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 RES-ESPERADO             PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 RES-POSICAO              PIC ----.---.--9,99.
           02 FILLER                   PIC X(002)  VALUE SPACES.
           02 RES-SITUACAO             PIC X(010).
           02 FILLER                   PIC X(013)  VALUE SPACES.

       01  WS-LIN-TOTAL.
           02 FILLER                   PIC X(008)  VALUE "  TOTAL ".
           02 TOT-POSTADO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(001)  VALUE SPACES.
           02 TOT-ESPERADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(001)  VALUE SPACES.
           02 TOT-POSICAO              PIC ---.---.---.--9,99.
           02 FILLER                   PIC X(018)  VALUE SPACES.

       PROCEDURE               DIVISION.

       PGM-REDF06.
          PERFORM      INICIO.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM CARREGA-LIQUIDACOES.
          IF           RETURN-CODE     NOT EQUAL   16
               PERFORM CARREGA-ESPERADOS
               PERFORM CLASSIFICA-SALDOS
               OPEN    OUTPUT          ARQ-LIQUIDACAO
                                       ARQ-TRANSF
               PERFORM EMITE-FILIAIS
               PERFORM EMITE-SEM-POSTAGEM
               PERFORM EMITE-RESUMO
               CLOSE   ARQ-LIQUIDACAO
                       ARQ-TRANSF
               PERFORM REGRAVA-LIQUIDACOES
               PERFORM REGISTRA-CATALOGO.
          PERFORM      FIM.
          STOP         RUN.

       INICIO.
          MOVE         FUNCTION CURRENT-DATE (1:6)     TO  WS-MES-REF.
          OPEN         INPUT           ARQ-PARM.
          READ         ARQ-PARM
                       AT END
                       NEXT SENTENCE
                       NOT AT END
                       IF   PRM-ANO    NUMERIC
                            AND PRM-MES    NUMERIC
                            AND PRM-MES    GREATER ZEROS
                            AND PRM-MES    LESS    13
                            MOVE PRM-ANO   TO      WS-REF-ANO
                            MOVE PRM-MES   TO      WS-REF-MES
                       ELSE
                            DISPLAY "REDF06 - PARM-REDF06.DAT INVALIDO"
                                    " - VALE O MES CORRENTE"
                       END-IF.
          CLOSE        ARQ-PARM.
          COMPUTE      WS-REF-AAMM     =   WS-REF-AA * 100 + WS-REF-MES.
          DISPLAY      "REDF06 - FECHAMENTO DO MES " WS-REF-MES "/"
                       WS-REF-ANO.
          OPEN         INPUT           ARQ-SALDOS.
          IF           WS-STATUS-SALDOS    NOT EQUAL   "00"
               DISPLAY "REDF06 - ARQ-SALDOS.DAT AUSENTE - FILE STATUS "
                       WS-STATUS-SALDOS
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               CLOSE   ARQ-SALDOS.

       CARREGA-LIQUIDACOES.
          OPEN         INPUT           ARQ-LIQ-ENT.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-LIQ-ENT
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       PERFORM GUARDA-LIQUIDACAO
                END-READ
          END-PERFORM.
          CLOSE        ARQ-LIQ-ENT.
          IF           WS-CT-POSTERIORES   GREATER ZEROS
               DISPLAY "REDF06 - ATENCAO: HA " WS-CT-POSTERIORES
                       " LIQUIDACAO(OES) DE MESES POSTERIORES AO "
                       "FECHADO AGORA".

      *    A LIQUIDACAO DO PROPRIO MES E DESCARTADA: E REFEITA AGORA.
       GUARDA-LIQUIDACAO.
          IF           LQE-ANO-MES     EQUAL       WS-MES-REF-NUM
               NEXT    SENTENCE
          ELSE
          IF           WS-TOTAL-LIQ    EQUAL       2000
               DISPLAY "REDF06 - TABELA DE LIQUIDACOES CHEIA (2000) - "
                       "ABORTANDO"
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               ADD     1               TO          WS-TOTAL-LIQ
               MOVE    LQE-FILIAL      TO
                       WS-LIQ-FILIAL (WS-TOTAL-LIQ)
               MOVE    LQE-ANO-MES     TO
                       WS-LIQ-ANO-MES (WS-TOTAL-LIQ)
               MOVE    LQE-VALOR       TO
                       WS-LIQ-VALOR (WS-TOTAL-LIQ)
               IF      LQE-ANO-MES     GREATER     WS-MES-REF-NUM
                    ADD  1             TO          WS-CT-POSTERIORES
               ELSE
                    MOVE LQE-FILIAL    TO          WS-FILIAL-ATUAL
                    PERFORM LOCALIZA-FILIAL
                    IF   WS-IND-FIL    GREATER     ZEROS
                         ADD LQE-VALOR TO
                             WS-FIL-LIQ-ANT (WS-IND-FIL)
                    END-IF
               END-IF.

       CARREGA-ESPERADOS.
          OPEN         INPUT           ARQ-HIST.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-HIST
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       PERFORM GUARDA-ESPERADO
                END-READ
          END-PERFORM.
          CLOSE        ARQ-HIST.
          PERFORM      VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-ESPERADOS
                       MOVE    WS-ESP-FILIAL (WS-IND)
                                       TO          WS-FILIAL-ATUAL
                       PERFORM LOCALIZA-FILIAL
                       IF      WS-IND-FIL  GREATER ZEROS
                               ADD WS-ESP-VALOR (WS-IND) TO
                                   WS-FIL-ESPERADO (WS-IND-FIL)
                       END-IF
          END-PERFORM.

      *    SO CONTAM AS CAPAS DO MES; O LOTE RETRANSMITIDO (REJEITADO
      *    E REENVIADO) SUBSTITUI A TRANSMISSAO ANTERIOR DELE.
       GUARDA-ESPERADO.
          COMPUTE      WS-MOV-AAMM     =   HIS-LOTE-AA * 100
                                         + HIS-LOTE-MM.
          IF           WS-MOV-AAMM     NOT EQUAL   WS-REF-AAMM
               NEXT    SENTENCE
          ELSE
               MOVE    ZEROS           TO          WS-ACHADO
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-ESPERADOS
                       IF      WS-ESP-FILIAL (WS-IND) EQUAL HIS-FILIAL
                               AND WS-ESP-LOTE-NUM (WS-IND) EQUAL
                                   HIS-LOTE-NUM
                               AND WS-ESP-LOTE-DATA (WS-IND) EQUAL
                                   HIS-LOTE-DATA
                               MOVE WS-IND     TO      WS-ACHADO
                       END-IF
               END-PERFORM
               IF      WS-ACHADO       EQUAL       ZEROS
                    IF WS-TOTAL-ESPERADOS  EQUAL   2000
                         DISPLAY "REDF06 - TABELA DE TRANSMISSOES "
                                 "CHEIA (2000) - LOTE IGNORADO: "
                                 HIS-LOTE-NUM
                    ELSE
                         ADD  1        TO          WS-TOTAL-ESPERADOS
                         MOVE WS-TOTAL-ESPERADOS   TO  WS-ACHADO
                    END-IF
               END-IF
               IF      WS-ACHADO       GREATER     ZEROS
                    MOVE HIS-FILIAL    TO   WS-ESP-FILIAL (WS-ACHADO)
                    MOVE HIS-LOTE-NUM  TO   WS-ESP-LOTE-NUM (WS-ACHADO)
                    MOVE HIS-LOTE-DATA TO
                         WS-ESP-LOTE-DATA (WS-ACHADO)
                    MOVE HIS-VALOR-ENT TO   WS-ESP-VALOR (WS-ACHADO)
               END-IF.

       LOCALIZA-FILIAL.
          MOVE         ZEROS           TO          WS-IND-FIL.
          PERFORM      VARYING WS-ACHADO FROM 1 BY 1
                       UNTIL   WS-ACHADO GREATER WS-TOTAL-FILIAIS
                       IF      WS-FIL-COD (WS-ACHADO) EQUAL
                               WS-FILIAL-ATUAL
                               MOVE WS-ACHADO  TO      WS-IND-FIL
                       END-IF
          END-PERFORM.
          IF           WS-IND-FIL      EQUAL       ZEROS
               IF      WS-TOTAL-FILIAIS    EQUAL   100
                    DISPLAY "REDF06 - TABELA DE FILIAIS CHEIA (100) - "
                            "FILIAL IGNORADA: " WS-FILIAL-ATUAL
               ELSE
                    ADD  1             TO          WS-TOTAL-FILIAIS
                    MOVE WS-TOTAL-FILIAIS          TO      WS-IND-FIL
                    MOVE WS-FILIAL-ATUAL   TO
                         WS-FIL-COD (WS-IND-FIL)
                    MOVE "NAO"         TO
                         WS-FIL-VISTA (WS-IND-FIL)
                    MOVE ZEROS         TO
                         WS-FIL-SALDO-ANT (WS-IND-FIL)
                         WS-FIL-QTDE-MES (WS-IND-FIL)
                         WS-FIL-VALOR-MES (WS-IND-FIL)
                         WS-FIL-ESPERADO (WS-IND-FIL)
                         WS-FIL-LIQ-ANT (WS-IND-FIL)
                         WS-FIL-SALDO-FINAL (WS-IND-FIL)
                         WS-FIL-POSICAO (WS-IND-FIL).

       CLASSIFICA-SALDOS.
          SORT         ARQ-SORT
                       ON ASCENDING KEY    SRT-FILIAL
                                           SRT-AA
                                           SRT-MM
                                           SRT-DD
                       USING   ARQ-SALDOS
                       GIVING  ARQ-SALDOS-ORD.

       EMITE-FILIAIS.
          OPEN         INPUT           ARQ-SALDOS-ORD.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      LEITURA.
          PERFORM      PROCESSA-FILIAL
                       UNTIL   FIM-ARQ EQUAL   "SIM".
          CLOSE        ARQ-SALDOS-ORD.

       LEITURA.
          READ         ARQ-SALDOS-ORD
                       AT END
                       MOVE            "SIM"       TO      FIM-ARQ.

       PROCESSA-FILIAL.
          MOVE         ORD-FILIAL      TO          WS-FILIAL-ATUAL.
          PERFORM      LOCALIZA-FILIAL.
          MOVE         "NAO"           TO          WS-BLOCO-ABERTO.
          PERFORM      PROCESSA-DIA
                       UNTIL   FIM-ARQ EQUAL   "SIM"
                       OR      ORD-FILIAL  NOT EQUAL   WS-FILIAL-ATUAL.
          IF           WS-IND-FIL      GREATER     ZEROS
               MOVE    "SIM"           TO    WS-FIL-VISTA (WS-IND-FIL)
               IF      WS-BLOCO-ABERTO EQUAL       "NAO"
                    PERFORM ABRE-BLOCO
               END-IF
               PERFORM FECHA-BLOCO.

      *    OS DIAS ANTERIORES AO MES VEM PRIMEIRO NA CLASSIFICACAO E
      *    FORMAM O SALDO ANTERIOR ANTES DO PRIMEIRO DIA IMPRESSO.
       PROCESSA-DIA.
          COMPUTE      WS-MOV-AAMM     =   ORD-AA * 100 + ORD-MM.
          IF           WS-IND-FIL      EQUAL       ZEROS
               NEXT    SENTENCE
          ELSE
          IF           WS-MOV-AAMM     LESS        WS-REF-AAMM
               ADD     ORD-VALOR       TO
                       WS-FIL-SALDO-ANT (WS-IND-FIL)
          ELSE
          IF           WS-MOV-AAMM     EQUAL       WS-REF-AAMM
               IF      WS-BLOCO-ABERTO EQUAL       "NAO"
                    PERFORM ABRE-BLOCO
               END-IF
               ADD     ORD-QTDE        TO
                       WS-FIL-QTDE-MES (WS-IND-FIL)
               ADD     ORD-VALOR       TO
                       WS-FIL-VALOR-MES (WS-IND-FIL)
               PERFORM IMPRIME-DIA.
          PERFORM      LEITURA.

       ABRE-BLOCO.
          MOVE         "SIM"           TO          WS-BLOCO-ABERTO.
          ADD          1               TO          WS-CT-PAGINAS.
          MOVE         WS-REF-MES      TO          CAB1-MES.
          MOVE         WS-REF-ANO      TO          CAB1-ANO.
          MOVE         WS-FIL-COD (WS-IND-FIL)     TO      CAB2-FILIAL.
          IF           WS-CT-PAGINAS   EQUAL       1
               WRITE   REG-LIQUIDACAO  FROM        WS-CAB-1
          ELSE
               WRITE   REG-LIQUIDACAO  FROM        WS-CAB-1
                       AFTER ADVANCING PAGE.
          WRITE        REG-LIQUIDACAO  FROM        WS-CAB-2
                       AFTER ADVANCING 2 LINES.
          MOVE         SPACES          TO          LVL-OBS.
          MOVE         "SALDO ANTERIOR"            TO      LVL-TEXTO.
          MOVE         WS-FIL-SALDO-ANT (WS-IND-FIL)
                                       TO          LVL-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 2 LINES.

       IMPRIME-DIA.
          MOVE         ORD-DD          TO          LDI-DD.
          MOVE         ORD-MM          TO          LDI-MM.
          MOVE         ORD-AA          TO          LDI-AA.
          MOVE         ORD-QTDE        TO          LDI-QTDE.
          MOVE         ORD-VALOR       TO          LDI-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-DIA
                       AFTER ADVANCING 1 LINE.

       FECHA-BLOCO.
          COMPUTE      WS-FIL-SALDO-FINAL (WS-IND-FIL)  =
                       WS-FIL-SALDO-ANT (WS-IND-FIL)
                     + WS-FIL-VALOR-MES (WS-IND-FIL).
          COMPUTE      WS-DIFERENCA    =
                       WS-FIL-VALOR-MES (WS-IND-FIL)
                     - WS-FIL-ESPERADO (WS-IND-FIL).
          COMPUTE      WS-FIL-POSICAO (WS-IND-FIL)  =
                       WS-FIL-SALDO-FINAL (WS-IND-FIL)
                     - WS-FIL-LIQ-ANT (WS-IND-FIL).
          IF           WS-DIFERENCA    EQUAL       ZEROS
               MOVE    "CONFERE"       TO   WS-FIL-SITUACAO (WS-IND-FIL)
          ELSE
               MOVE    "DIVERGENTE"    TO   WS-FIL-SITUACAO (WS-IND-FIL)
               ADD     1               TO          WS-CT-DIVERGENTES
               DISPLAY "REDF06 - FILIAL " WS-FIL-COD (WS-IND-FIL)
                       " POSTADO DIFERE DO ESPERADO EM " WS-DIFERENCA.
          MOVE         SPACES          TO          LVL-OBS.
          MOVE         "SALDO FINAL"   TO          LVL-TEXTO.
          MOVE         WS-FIL-SALDO-FINAL (WS-IND-FIL)
                                       TO          LVL-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 2 LINES.
          MOVE         "TOTAL POSTADO NO MES"      TO      LVL-TEXTO.
          MOVE         WS-FIL-VALOR-MES (WS-IND-FIL)
                                       TO          LVL-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 2 LINES.
          MOVE         "TOTAL ESPERADO PELAS TRANSMISSOES"
                                       TO          LVL-TEXTO.
          MOVE         WS-FIL-ESPERADO (WS-IND-FIL)
                                       TO          LVL-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 1 LINE.
          MOVE         "DIFERENCA"     TO          LVL-TEXTO.
          MOVE         WS-DIFERENCA    TO          LVL-VALOR.
          MOVE         WS-FIL-SITUACAO (WS-IND-FIL)
                                       TO          LVL-OBS.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 1 LINE.
          MOVE         SPACES          TO          LVL-OBS.
          MOVE         "LIQUIDADO EM MESES ANTERIORES"
                                       TO          LVL-TEXTO.
          MOVE         WS-FIL-LIQ-ANT (WS-IND-FIL) TO      LVL-VALOR.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 2 LINES.
          MOVE         "POSICAO LIQUIDA CONTRA A MATRIZ"
                                       TO          LVL-TEXTO.
          MOVE         WS-FIL-POSICAO (WS-IND-FIL) TO      LVL-VALOR.
          IF           WS-FIL-POSICAO (WS-IND-FIL) GREATER ZEROS
               MOVE    "FILIAL TRANSFERE"          TO      LVL-OBS
          ELSE
          IF           WS-FIL-POSICAO (WS-IND-FIL) LESS    ZEROS
               MOVE    "MATRIZ DEVOLVE"            TO      LVL-OBS
          ELSE
               MOVE    "NADA A LIQUIDAR"           TO      LVL-OBS.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-VALOR
                       AFTER ADVANCING 1 LINE.
          IF           WS-FIL-POSICAO (WS-IND-FIL) NOT EQUAL   ZEROS
               PERFORM GRAVA-INSTRUCAO.

       GRAVA-INSTRUCAO.
          ADD          1               TO          WS-CT-INSTRUCOES.
          MOVE         WS-MES-REF-NUM  TO          TRF-ANO-MES.
          IF           WS-FIL-POSICAO (WS-IND-FIL) GREATER ZEROS
               MOVE    WS-FIL-COD (WS-IND-FIL)     TO      TRF-ORIGEM
               MOVE    WS-MATRIZ       TO          TRF-DESTINO
          ELSE
               MOVE    WS-MATRIZ       TO          TRF-ORIGEM
               MOVE    WS-FIL-COD (WS-IND-FIL)     TO      TRF-DESTINO.
          MOVE         WS-FIL-POSICAO (WS-IND-FIL) TO      TRF-VALOR.
          IF           WS-FIL-SITUACAO (WS-IND-FIL)    EQUAL   "CONFERE"
               MOVE    "S"             TO          TRF-CONFERIDO
          ELSE
               MOVE    "N"             TO          TRF-CONFERIDO.
          WRITE        REG-TRANSF.
          IF           WS-TOTAL-LIQ    LESS        2000
               ADD     1               TO          WS-TOTAL-LIQ
               MOVE    WS-FIL-COD (WS-IND-FIL)     TO
                       WS-LIQ-FILIAL (WS-TOTAL-LIQ)
               MOVE    WS-MES-REF-NUM  TO
                       WS-LIQ-ANO-MES (WS-TOTAL-LIQ)
               MOVE    WS-FIL-POSICAO (WS-IND-FIL) TO
                       WS-LIQ-VALOR (WS-TOTAL-LIQ)
          ELSE
               DISPLAY "REDF06 - TABELA DE LIQUIDACOES CHEIA (2000) - "
                       "LIQUIDACAO DA FILIAL " WS-FIL-COD (WS-IND-FIL)
                       " NAO REGISTRADA NO HISTORICO"
               MOVE    16              TO          RETURN-CODE.

      *    FILIAL QUE TRANSMITIU OU TEM LIQUIDACAO ANTERIOR MAS NUNCA
      *    TEVE POSTAGEM TAMBEM SAI, COM SALDO ZERO.
       EMITE-SEM-POSTAGEM.
          PERFORM      VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL   WS-IND-FIL GREATER WS-TOTAL-FILIAIS
                       IF      WS-FIL-VISTA (WS-IND-FIL) EQUAL "NAO"
                               MOVE "SIM"  TO  WS-FIL-VISTA (WS-IND-FIL)
                               PERFORM ABRE-BLOCO
                               PERFORM FECHA-BLOCO
                       END-IF
          END-PERFORM.

       EMITE-RESUMO.
          ADD          1               TO          WS-CT-PAGINAS.
          MOVE         WS-REF-MES      TO          CAB1-MES.
          MOVE         WS-REF-ANO      TO          CAB1-ANO.
          IF           WS-CT-PAGINAS   EQUAL       1
               WRITE   REG-LIQUIDACAO  FROM        WS-CAB-1
          ELSE
               WRITE   REG-LIQUIDACAO  FROM        WS-CAB-1
                       AFTER ADVANCING PAGE.
          MOVE         "RESUMO DA LIQUIDACAO CONTRA A MATRIZ"
                                       TO          REG-LIQUIDACAO.
          WRITE        REG-LIQUIDACAO  AFTER ADVANCING 2 LINES.
          WRITE        REG-LIQUIDACAO  FROM        WS-CAB-RESUMO
                       AFTER ADVANCING 2 LINES.
          PERFORM      VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL   WS-IND-FIL GREATER WS-TOTAL-FILIAIS
                       PERFORM IMPRIME-RESUMO
          END-PERFORM.
          MOVE         WS-TOT-POSTADO  TO          TOT-POSTADO.
          MOVE         WS-TOT-ESPERADO TO          TOT-ESPERADO.
          MOVE         WS-TOT-POSICAO  TO          TOT-POSICAO.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-TOTAL
                       AFTER ADVANCING 2 LINES.

       IMPRIME-RESUMO.
          MOVE         WS-FIL-COD (WS-IND-FIL)     TO      RES-FILIAL.
          MOVE         WS-FIL-VALOR-MES (WS-IND-FIL)
                                       TO          RES-POSTADO.
          MOVE         WS-FIL-ESPERADO (WS-IND-FIL)
                                       TO          RES-ESPERADO.
          MOVE         WS-FIL-POSICAO (WS-IND-FIL) TO      RES-POSICAO.
          MOVE         WS-FIL-SITUACAO (WS-IND-FIL)
                                       TO          RES-SITUACAO.
          WRITE        REG-LIQUIDACAO  FROM        WS-LIN-RESUMO
                       AFTER ADVANCING 1 LINE.
          ADD          WS-FIL-VALOR-MES (WS-IND-FIL)
                                       TO          WS-TOT-POSTADO.
          ADD          WS-FIL-ESPERADO (WS-IND-FIL)
                                       TO          WS-TOT-ESPERADO.
          ADD          WS-FIL-POSICAO (WS-IND-FIL)
                                       TO          WS-TOT-POSICAO.

       REGRAVA-LIQUIDACOES.
          OPEN         OUTPUT          ARQ-LIQ-SAI.
          PERFORM      VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-LIQ
                       MOVE    WS-LIQ-FILIAL (WS-IND)  TO  LQS-FILIAL
                       MOVE    WS-LIQ-ANO-MES (WS-IND) TO  LQS-ANO-MES
                       MOVE    WS-LIQ-VALOR (WS-IND)   TO  LQS-VALOR
                       WRITE   REG-LIQ-SAI
          END-PERFORM.
          CLOSE        ARQ-LIQ-SAI.

       REGISTRA-CATALOGO.
          OPEN         EXTEND          ARQ-CATALOGO.
          IF           WS-STATUS-CAT   NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-CATALOGO.
          MOVE         "LIQUIDACAO FILIAIS"        TO      CAT-NOME.
          MOVE         "REDF06"        TO          CAT-PROGRAMA.
          MOVE         SPACES          TO          CAT-FILIAL.
          MOVE         FUNCTION CURRENT-DATE (1:8) TO      CAT-DATA.
          MOVE         FUNCTION CURRENT-DATE (1:14)
                                       TO          CAT-TIMESTAMP.
          MOVE         WS-CT-PAGINAS   TO          CAT-PAGINAS.
          MOVE         "REDF06-LIQUID.DAT"     TO      CAT-ARQUIVO.
          WRITE        REG-CATALOGO.
          CLOSE        ARQ-CATALOGO.

       FIM.
          DISPLAY      "REDF06 - FILIAIS FECHADAS: " WS-TOTAL-FILIAIS
                       " - DIVERGENTES: " WS-CT-DIVERGENTES
                       " - INSTRUCOES DE TRANSFERENCIA: "
                       WS-CT-INSTRUCOES.
          IF           WS-CT-DIVERGENTES   GREATER ZEROS
               AND     RETURN-CODE     LESS        4
               MOVE    4               TO          RETURN-CODE.
