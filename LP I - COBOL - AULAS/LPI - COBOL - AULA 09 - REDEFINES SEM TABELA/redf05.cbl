       IDENTIFICATION          DIVISION.

       PROGRAM-ID.     REDF05.
       AUTHOR.         HIROMASA NAGATA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  EXTRATO MENSAL DA CONTA DO CLIENTE. CLASSIFICA O
      *          RAZAO ARQ-MOV-CLI.DAT (GRAVADO POR REDF04 A CADA
      *          DETALHE POSTADO) POR CLIENTE, DATA E NUMERO DO LOTE
      *          E, PARA O MES PEDIDO, IMPRIME EM REDF05-EXTRATO.DAT
      *          UM EXTRATO POR CLIENTE: SALDO ANTERIOR (TUDO O QUE
      *          FOI POSTADO ANTES DO MES), CADA VALOR POSTADO NO MES
      *          COM NUMERO, DATA E FILIAL DO LOTE, E SALDO FINAL. O
      *          NOME VEM DE CADCLI2-IDX.DAT. SO SAI EXTRATO DE
      *          CLIENTE COM MOVIMENTO NO MES OU SALDO ANTERIOR. O
      *          MES (AAAAMM) VEM DE PARM-REDF05.DAT; SEM ELE, VALE O
      *          MES CORRENTE. O RAZAO INTEIRO DO CLIENTE E CONFERIDO
      *          COM O SALDO DO MESTRE ARQ-SALDO-CLI.DAT E A
      *          DIVERGENCIA SAI NO CONSOLE (RETURN-CODE 4). O
      *          RELATORIO E REGISTRADO NO CATALOGO REL-CATALOGO.DAT,
      *          UMA PAGINA POR EXTRATO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION           SECTION.

       SOURCE-COMPUTER.        IBM-PC.
       OBJECT-COMPUTER.        IBM-PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.

       FILE-CONTROL.
           SELECT      OPTIONAL ARQ-PARM       ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-MOV-CLI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-MOV.
           SELECT      ARQ-MOV-ORD     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SORT        ASSIGN      TO      DISK.
           SELECT      ARQ-SALDO-CLI   ASSIGN      TO      DISK
           ORGANIZATION                IS          INDEXED
           ACCESS MODE                 IS          RANDOM
           RECORD KEY                  IS          SCL-COD
           FILE STATUS                 IS          WS-STATUS-SCL.
           SELECT      CADCLI2-IDX     ASSIGN      TO      DISK
           ORGANIZATION                IS          INDEXED
           ACCESS MODE                 IS          RANDOM
           RECORD KEY                  IS          COD-IDX
           FILE STATUS                 IS          WS-STATUS-IDX.
           SELECT      ARQ-EXTRATO     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-CATALOGO    ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-CAT.

       DATA                    DIVISION.

       FILE                    SECTION.

       FD  ARQ-PARM
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "PARM-REDF05.DAT".

       01  REG-PARM.
           02 PRM-ANO               PIC  9(004).
           02 PRM-MES               PIC  9(002).

       FD  ARQ-MOV-CLI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-MOV-CLI.DAT".

       01  REG-MOV-CLI                 PIC  X(028).

       FD  ARQ-MOV-ORD
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF05-MOV-ORD.DAT".

       01  REG-MOV-ORD.
           02 ORD-COD               PIC  9(005).
           02 ORD-LOTE-NUM          PIC  9(006).
           02 ORD-LOTE-DATA.
              03 ORD-LOTE-DD        PIC  9(002).
              03 ORD-LOTE-MM        PIC  9(002).
              03 ORD-LOTE-AA        PIC  9(002).
           02 ORD-FILIAL            PIC  X(004).
           02 ORD-VALOR             PIC  9(005)V9(002).

       SD  ARQ-SORT.

       01  REG-SORT.
           02 SRT-COD               PIC  9(005).
           02 SRT-LOTE-NUM          PIC  9(006).
           02 SRT-LOTE-DD           PIC  9(002).
           02 SRT-LOTE-MM           PIC  9(002).
           02 SRT-LOTE-AA           PIC  9(002).
           02 SRT-FILIAL            PIC  X(004).
           02 SRT-VALOR             PIC  9(005)V9(002).

       FD  ARQ-SALDO-CLI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-SALDO-CLI.DAT".

       01  REG-SALDO-CLI.
           02 SCL-COD               PIC  9(005).
           02 SCL-SALDO             PIC  9(009)V9(002).
           02 SCL-QTDE              PIC  9(007).
           02 SCL-ULT-LOTE-NUM      PIC  9(006).
           02 SCL-ULT-LOTE-DATA     PIC  9(006).

       FD  CADCLI2-IDX
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "CADCLI2-IDX.DAT".

       01  REG-CLI-IDX.
           02 COD-IDX               PIC  9(005).
           02 NOME-IDX              PIC  X(020).

       FD  ARQ-EXTRATO
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF05-EXTRATO.DAT".

       01  REG-EXTRATO                 PIC  X(080).

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
       77  WS-STATUS-MOV               PIC X(002).
       77  WS-STATUS-SCL               PIC X(002).
       77  WS-STATUS-IDX               PIC X(002).
       77  WS-STATUS-CAT               PIC X(002).
       77  WS-SALDOS-ABERTOS           PIC X(003)  VALUE "NAO".
       77  WS-NOMES-ABERTOS            PIC X(003)  VALUE "NAO".
       77  WS-COD-ATUAL                PIC 9(005)  VALUE ZEROS.
       77  WS-MOV-AAMM                 PIC 9(004)  VALUE ZEROS.
       77  WS-EXTRATO-ABERTO           PIC X(003)  VALUE "NAO".
       77  WS-SALDO-ANT                PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-VALOR-MES                PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-VALOR-DEPOIS             PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-SALDO-FINAL              PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-SALDO-RAZAO              PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-CT-EXTRATOS              PIC 9(004)  VALUE ZEROS.
       77  WS-CT-LANCAMENTOS           PIC 9(007)  VALUE ZEROS.
       77  WS-CT-DIVERGENTES           PIC 9(005)  VALUE ZEROS.

       01  WS-MES-REF.
           02 WS-REF-ANO               PIC 9(004).
           02 WS-REF-ANO-RED           REDEFINES   WS-REF-ANO.
              03 FILLER                PIC 9(002).
              03 WS-REF-AA             PIC 9(002).
           02 WS-REF-MES               PIC 9(002).

       01  WS-REF-AAMM                 PIC 9(004)  VALUE ZEROS.

       01  WS-CAB-1.
           02 FILLER                   PIC X(035)  VALUE
              "REDF05 - EXTRATO MENSAL DE CLIENTE".
           02 FILLER                   PIC X(009)  VALUE "MES/ANO: ".
           02 CAB1-MES                 PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 CAB1-ANO                 PIC 9(004).
           02 FILLER                   PIC X(029)  VALUE SPACES.

       01  WS-CAB-2.
           02 FILLER                   PIC X(009)  VALUE "CLIENTE: ".
           02 CAB2-COD                 PIC 9(005).
           02 FILLER                   PIC X(003)  VALUE " - ".
           02 CAB2-NOME                PIC X(020).
           02 FILLER                   PIC X(043)  VALUE SPACES.

       01  WS-LIN-SALDO.
           02 LSD-TEXTO                PIC X(050).
           02 LSD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(016)  VALUE SPACES.

       01  WS-LIN-MOV.
           02 FILLER                   PIC X(007)  VALUE "  LOTE ".
           02 LMV-LOTE-NUM             PIC 9(006).
           02 FILLER                   PIC X(007)  VALUE "  DATA ".
           02 LMV-DD                   PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 LMV-MM                   PIC 9(002).
           02 FILLER                   PIC X(001)  VALUE "/".
           02 LMV-AA                   PIC 9(002).
           02 FILLER                   PIC X(009)  VALUE "  FILIAL ".
           02 LMV-FILIAL               PIC X(004).
           02 FILLER                   PIC X(009)  VALUE SPACES.
           02 LMV-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                   PIC X(016)  VALUE SPACES.

       PROCEDURE               DIVISION.

       PGM-REDF05.
          PERFORM      INICIO.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM CLASSIFICA-RAZAO
               PERFORM EMITE-EXTRATOS
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
                            DISPLAY "REDF05 - PARM-REDF05.DAT INVALIDO"
                                    " - VALE O MES CORRENTE"
                       END-IF.
          CLOSE        ARQ-PARM.
          COMPUTE      WS-REF-AAMM     =   WS-REF-AA * 100 + WS-REF-MES.
          DISPLAY      "REDF05 - EXTRATO DO MES " WS-REF-MES "/"
                       WS-REF-ANO.
          OPEN         INPUT           ARQ-MOV-CLI.
          IF           WS-STATUS-MOV   NOT EQUAL   "00"
               DISPLAY "REDF05 - ARQ-MOV-CLI.DAT AUSENTE - FILE STATUS "
                       WS-STATUS-MOV
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               CLOSE   ARQ-MOV-CLI
               OPEN    INPUT           ARQ-SALDO-CLI
               IF      WS-STATUS-SCL   NOT EQUAL   "00"
                    DISPLAY "REDF05 - ERRO AO ABRIR ARQ-SALDO-CLI - "
                            "FILE STATUS " WS-STATUS-SCL
                    MOVE "SIM"         TO          FIM-ARQ
                    MOVE 16            TO          RETURN-CODE
               ELSE
                    MOVE "SIM"         TO          WS-SALDOS-ABERTOS
               END-IF.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               OPEN    INPUT           CADCLI2-IDX
               IF      WS-STATUS-IDX   NOT EQUAL   "00"
                    DISPLAY "REDF05 - CADCLI2-IDX.DAT AUSENTE - "
                            "EXTRATO SAI SEM NOME"
               ELSE
                    MOVE "SIM"         TO          WS-NOMES-ABERTOS
               END-IF
               OPEN    OUTPUT          ARQ-EXTRATO.

       CLASSIFICA-RAZAO.
          SORT         ARQ-SORT
                       ON ASCENDING KEY    SRT-COD
                                           SRT-LOTE-AA
                                           SRT-LOTE-MM
                                           SRT-LOTE-DD
                                           SRT-LOTE-NUM
                       USING   ARQ-MOV-CLI
                       GIVING  ARQ-MOV-ORD.

       EMITE-EXTRATOS.
          OPEN         INPUT           ARQ-MOV-ORD.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      LEITURA.
          PERFORM      PROCESSA-CLIENTE
                       UNTIL   FIM-ARQ EQUAL   "SIM".
          CLOSE        ARQ-MOV-ORD.

       LEITURA.
          READ         ARQ-MOV-ORD
                       AT END
                       MOVE            "SIM"       TO      FIM-ARQ.

       PROCESSA-CLIENTE.
          MOVE         ORD-COD         TO          WS-COD-ATUAL.
          MOVE         ZEROS           TO          WS-SALDO-ANT
                                                   WS-VALOR-MES
                                                   WS-VALOR-DEPOIS.
          MOVE         "NAO"           TO          WS-EXTRATO-ABERTO.
          PERFORM      PROCESSA-LANCAMENTO
                       UNTIL   FIM-ARQ EQUAL   "SIM"
                       OR      ORD-COD NOT EQUAL   WS-COD-ATUAL.
          IF           WS-EXTRATO-ABERTO   EQUAL   "NAO"
               AND     WS-SALDO-ANT    GREATER     ZEROS
               PERFORM ABRE-EXTRATO.
          IF           WS-EXTRATO-ABERTO   EQUAL   "SIM"
               PERFORM FECHA-EXTRATO.
          PERFORM      CONFERE-MESTRE.

       PROCESSA-LANCAMENTO.
          COMPUTE      WS-MOV-AAMM     =   ORD-LOTE-AA * 100
                                         + ORD-LOTE-MM.
          IF           WS-MOV-AAMM     LESS        WS-REF-AAMM
               ADD     ORD-VALOR       TO          WS-SALDO-ANT
          ELSE
          IF           WS-MOV-AAMM     EQUAL       WS-REF-AAMM
               IF      WS-EXTRATO-ABERTO   EQUAL   "NAO"
                    PERFORM ABRE-EXTRATO
               END-IF
               ADD     ORD-VALOR       TO          WS-VALOR-MES
               ADD     1               TO          WS-CT-LANCAMENTOS
               PERFORM IMPRIME-LANCAMENTO
          ELSE
               ADD     ORD-VALOR       TO          WS-VALOR-DEPOIS.
          PERFORM      LEITURA.

       ABRE-EXTRATO.
          MOVE         "SIM"           TO          WS-EXTRATO-ABERTO.
          ADD          1               TO          WS-CT-EXTRATOS.
          MOVE         WS-REF-MES      TO          CAB1-MES.
          MOVE         WS-REF-ANO      TO          CAB1-ANO.
          MOVE         WS-COD-ATUAL    TO          CAB2-COD.
          MOVE         "NAO CADASTRADO"            TO      CAB2-NOME.
          IF           WS-NOMES-ABERTOS    EQUAL   "SIM"
               MOVE    WS-COD-ATUAL    TO          COD-IDX
               READ    CADCLI2-IDX
                       INVALID KEY
                       NEXT SENTENCE
                       NOT INVALID KEY
                       MOVE NOME-IDX   TO          CAB2-NOME
               END-READ.
          IF           WS-CT-EXTRATOS  EQUAL       1
               WRITE   REG-EXTRATO     FROM        WS-CAB-1
          ELSE
               WRITE   REG-EXTRATO     FROM        WS-CAB-1
                       AFTER ADVANCING PAGE.
          WRITE        REG-EXTRATO     FROM        WS-CAB-2
                       AFTER ADVANCING 2 LINES.
          MOVE         "SALDO ANTERIOR"            TO      LSD-TEXTO.
          MOVE         WS-SALDO-ANT    TO          LSD-VALOR.
          WRITE        REG-EXTRATO     FROM        WS-LIN-SALDO
                       AFTER ADVANCING 2 LINES.

       IMPRIME-LANCAMENTO.
          MOVE         ORD-LOTE-NUM    TO          LMV-LOTE-NUM.
          MOVE         ORD-LOTE-DD     TO          LMV-DD.
          MOVE         ORD-LOTE-MM     TO          LMV-MM.
          MOVE         ORD-LOTE-AA     TO          LMV-AA.
          MOVE         ORD-FILIAL      TO          LMV-FILIAL.
          MOVE         ORD-VALOR       TO          LMV-VALOR.
          WRITE        REG-EXTRATO     FROM        WS-LIN-MOV
                       AFTER ADVANCING 1 LINE.

       FECHA-EXTRATO.
          COMPUTE      WS-SALDO-FINAL  =   WS-SALDO-ANT + WS-VALOR-MES.
          MOVE         "SALDO FINAL"   TO          LSD-TEXTO.
          MOVE         WS-SALDO-FINAL  TO          LSD-VALOR.
          WRITE        REG-EXTRATO     FROM        WS-LIN-SALDO
                       AFTER ADVANCING 2 LINES.

       CONFERE-MESTRE.
          COMPUTE      WS-SALDO-RAZAO  =   WS-SALDO-ANT + WS-VALOR-MES
                                         + WS-VALOR-DEPOIS.
          MOVE         WS-COD-ATUAL    TO          SCL-COD.
          READ         ARQ-SALDO-CLI
                       INVALID KEY
                       MOVE ZEROS      TO          SCL-SALDO
          END-READ.
          IF           SCL-SALDO       NOT EQUAL   WS-SALDO-RAZAO
               ADD     1               TO          WS-CT-DIVERGENTES
               DISPLAY "REDF05 - CLIENTE " WS-COD-ATUAL
                       " RAZAO " WS-SALDO-RAZAO
                       " DIFERE DO MESTRE " SCL-SALDO.

       REGISTRA-CATALOGO.
          OPEN         EXTEND          ARQ-CATALOGO.
          IF           WS-STATUS-CAT   NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-CATALOGO.
          MOVE         "EXTRATO CLIENTES"          TO      CAT-NOME.
          MOVE         "REDF05"        TO          CAT-PROGRAMA.
          MOVE         SPACES          TO          CAT-FILIAL.
          MOVE         FUNCTION CURRENT-DATE (1:8) TO      CAT-DATA.
          MOVE         FUNCTION CURRENT-DATE (1:14)
                                       TO          CAT-TIMESTAMP.
          MOVE         WS-CT-EXTRATOS  TO          CAT-PAGINAS.
          MOVE         "REDF05-EXTRATO.DAT"        TO      CAT-ARQUIVO.
          WRITE        REG-CATALOGO.
          CLOSE        ARQ-CATALOGO.

       FIM.
          IF           WS-SALDOS-ABERTOS   EQUAL   "SIM"
               CLOSE   ARQ-SALDO-CLI   ARQ-EXTRATO.
          IF           WS-NOMES-ABERTOS    EQUAL   "SIM"
               CLOSE   CADCLI2-IDX.
          DISPLAY      "REDF05 - EXTRATOS EMITIDOS: " WS-CT-EXTRATOS
                       " - LANCAMENTOS DO MES: " WS-CT-LANCAMENTOS.
          IF           WS-CT-DIVERGENTES   GREATER ZEROS
               DISPLAY "REDF05 - CLIENTES COM RAZAO DIFERENTE DO "
                       "MESTRE: " WS-CT-DIVERGENTES
               MOVE    4               TO          RETURN-CODE.
