       IDENTIFICATION          DIVISION.

       PROGRAM-ID.     REDF07.
       AUTHOR.         HIROMASA NAGATA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  LIBERACAO DOS LOTES RETIDOS POR REDF01 NA FILA
      *          REDF-FILA-LIB.DAT (LOTES QUE FECHARAM MAS PASSARAM
      *          DO LIMITE DE VALOR DA FILIAL). O SUPERVISOR SE
      *          IDENTIFICA EM PARM-REDF07-AUT.DAT (OBRIGATORIO) E
      *          AS DECISOES VEM DE LIBERA-REDF07.DAT: NUMERO E DATA
      *          DO LOTE E "L" (LIBERA) OU "R" (RECUSA). SO LOTE
      *          PENDENTE ("P") E DECIDIDO, E O SUPERVISOR NAO PODE
      *          SER O OPERADOR QUE RODOU REDF01 PARA AQUELE LOTE -
      *          A DECISAO E RECUSADA COMO "MESMO OPERADOR". A FILA E
      *          REGRAVADA INTEIRA COM O STATUS, O SUPERVISOR E A
      *          DATA/HORA DA DECISAO; REGISTRO "P" REPETIDO (REDF01
      *          RODADO DE NOVO PARA O MESMO LOTE) E DESCARTADO. TODA
      *          DECISAO, ACEITA OU NAO, VAI PARA A AUDITORIA
      *          REDF07-AUDIT.DAT (EXTEND) COM A FILIAL, PARA O AVISO
      *          A FILIAL. OS LOTES QUE CONTINUAM PENDENTES SAEM NO
      *          CONSOLE (RETURN-CODE 4). REDF04 POSTA OS LIBERADOS
      *          NA PROXIMA EXECUCAO.
      *          A FILA TAMBEM TRAZ O MOTIVO DA RETENCAO: "V" VALOR
      *          ACIMA DO LIMITE, "D" SUSPEITA DE DUPLICIDADE (MESMA
      *          DIGITAL DE UM LOTE ANTERIOR, CUJO NUMERO, DATA E
      *          FILIAL VEM NA FILA) OU "A" AMBOS. A SUSPEITA DE
      *          DUPLICIDADE SO PRECISA DA CONFIRMACAO DE UM OPERADOR
      *          ("L" CONFIRMA QUE O LOTE E LEGITIMO, "R" DESCARTA A
      *          DUPLICATA); A REGRA DO "MESMO OPERADOR" VALE QUANDO HA
      *          VALOR ACIMA DO LIMITE ("V" OU "A").

       ENVIRONMENT             DIVISION.

       CONFIGURATION           SECTION.

       SOURCE-COMPUTER.        IBM-PC.
       OBJECT-COMPUTER.        IBM-PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.

       FILE-CONTROL.
           SELECT      ARQ-AUT         ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-AUT.
           SELECT      OPTIONAL ARQ-DECISAO        ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      OPTIONAL ARQ-FILA-ENT       ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-FILA-SAI    ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-AUDIT       ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-AUDIT.

       DATA                    DIVISION.

       FILE                    SECTION.

       FD  ARQ-AUT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS        "PARM-REDF07-AUT.DAT".

       01  REG-AUT.
           02 AUT-SUPERVISOR        PIC  X(010).

       FD  ARQ-DECISAO
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "LIBERA-REDF07.DAT".

       01  REG-DECISAO.
           02 DEC-LOTE-NUM          PIC  9(006).
           02 DEC-LOTE-DATA         PIC  9(006).
           02 DEC-ACAO              PIC  X(001).

       FD  ARQ-FILA-ENT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-FILA-LIB.DAT".

       01  REG-FILA-ENT.
           02 FLE-LOTE-NUM          PIC  9(006).
           02 FLE-LOTE-DATA         PIC  9(006).
           02 FLE-FILIAL            PIC  X(004).
           02 FLE-QUANT             PIC  9(003).
           02 FLE-VALOR             PIC  9(007)V9(002).
           02 FLE-LIMITE            PIC  9(007)V9(002).
           02 FLE-OPERADOR          PIC  X(010).
           02 FLE-DATA-HORA         PIC  X(014).
           02 FLE-STATUS            PIC  X(001).
           02 FLE-SUPERVISOR        PIC  X(010).
           02 FLE-DATA-DECISAO      PIC  X(014).
           02 FLE-MOTIVO            PIC  X(001).
           02 FLE-ORIG-LOTE-NUM     PIC  9(006).
           02 FLE-ORIG-LOTE-DATA    PIC  9(006).
           02 FLE-ORIG-FILIAL       PIC  X(004).

       FD  ARQ-FILA-SAI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-FILA-LIB.DAT".

       01  REG-FILA-SAI.
           02 FLS-LOTE-NUM          PIC  9(006).
           02 FLS-LOTE-DATA         PIC  9(006).
           02 FLS-FILIAL            PIC  X(004).
           02 FLS-QUANT             PIC  9(003).
           02 FLS-VALOR             PIC  9(007)V9(002).
           02 FLS-LIMITE            PIC  9(007)V9(002).
           02 FLS-OPERADOR          PIC  X(010).
           02 FLS-DATA-HORA         PIC  X(014).
           02 FLS-STATUS            PIC  X(001).
           02 FLS-SUPERVISOR        PIC  X(010).
           02 FLS-DATA-DECISAO      PIC  X(014).
           02 FLS-MOTIVO            PIC  X(001).
           02 FLS-ORIG-LOTE-NUM     PIC  9(006).
           02 FLS-ORIG-LOTE-DATA    PIC  9(006).
           02 FLS-ORIG-FILIAL       PIC  X(004).

       FD  ARQ-AUDIT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF07-AUDIT.DAT".

       01  REG-AUDIT.
           02 AUD-DATA-HORA         PIC  X(014).
           02 AUD-FILIAL            PIC  X(004).
           02 AUD-LOTE-NUM          PIC  9(006).
           02 AUD-LOTE-DATA         PIC  9(006).
           02 AUD-VALOR             PIC  9(007)V9(002).
           02 AUD-OPERADOR          PIC  X(010).
           02 AUD-SUPERVISOR        PIC  X(010).
           02 AUD-ACAO              PIC  X(001).
           02 AUD-RESULTADO         PIC  X(030).
           02 AUD-MOTIVO            PIC  X(001).

       WORKING-STORAGE         SECTION.

       77  FIM-ARQ                     PIC X(003)  VALUE "NAO".
       77  WS-STATUS-AUT               PIC X(002).
       77  WS-STATUS-AUDIT             PIC X(002).
       77  WS-SUPERVISOR               PIC X(010)  VALUE SPACES.
       77  WS-DATA-HORA                PIC X(014)  VALUE SPACES.
       77  WS-IND                      PIC 9(003)  VALUE ZEROS.
       77  WS-ACHADO                   PIC 9(003)  VALUE ZEROS.
       77  WS-TOTAL-FILA               PIC 9(003)  VALUE ZEROS.
       77  WS-CT-DECISOES              PIC 9(003)  VALUE ZEROS.
       77  WS-CT-LIBERADOS             PIC 9(003)  VALUE ZEROS.
       77  WS-CT-RECUSADOS             PIC 9(003)  VALUE ZEROS.
       77  WS-CT-INVALIDAS             PIC 9(003)  VALUE ZEROS.
       77  WS-CT-REPETIDOS             PIC 9(003)  VALUE ZEROS.
       77  WS-CT-PENDENTES             PIC 9(003)  VALUE ZEROS.
       77  WS-RESULTADO                PIC X(030)  VALUE SPACES.

       01  WS-LOTE-ATUAL.
           02 WS-LOTE-NUM              PIC 9(006).
           02 WS-LOTE-DATA             PIC 9(006).

       01  TABELA-FILA.
           02 WS-FILA                  OCCURS      500    TIMES.
              03 WS-FLA-LOTE-NUM       PIC  9(006).
              03 WS-FLA-LOTE-DATA      PIC  9(006).
              03 WS-FLA-FILIAL         PIC  X(004).
              03 WS-FLA-QUANT          PIC  9(003).
              03 WS-FLA-VALOR          PIC  9(007)V9(002).
              03 WS-FLA-LIMITE         PIC  9(007)V9(002).
              03 WS-FLA-OPERADOR       PIC  X(010).
              03 WS-FLA-DATA-HORA      PIC  X(014).
              03 WS-FLA-STATUS         PIC  X(001).
              03 WS-FLA-SUPERVISOR     PIC  X(010).
              03 WS-FLA-DATA-DECISAO   PIC  X(014).
              03 WS-FLA-MOTIVO         PIC  X(001).
              03 WS-FLA-ORIG-LOTE-NUM  PIC  9(006).
              03 WS-FLA-ORIG-LOTE-DATA PIC  9(006).
              03 WS-FLA-ORIG-FILIAL    PIC  X(004).

       PROCEDURE               DIVISION.

       PGM-REDF07.
          PERFORM      INICIO.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM CARREGA-FILA
               PERFORM APLICA-DECISOES
               PERFORM REGRAVA-FILA
               PERFORM LISTA-PENDENTES.
          PERFORM      FIM.
          STOP         RUN.

       INICIO.
          MOVE         FUNCTION CURRENT-DATE (1:14)
                                       TO          WS-DATA-HORA.
          OPEN         INPUT           ARQ-AUT.
          IF           WS-STATUS-AUT   EQUAL       "00"
               READ    ARQ-AUT
                       AT END
                       NEXT SENTENCE
                       NOT AT END
                       MOVE AUT-SUPERVISOR TO      WS-SUPERVISOR
               END-READ
               CLOSE   ARQ-AUT.
          IF           WS-SUPERVISOR   EQUAL       SPACES
               DISPLAY "REDF07 - PARM-REDF07-AUT.DAT AUSENTE OU SEM "
                       "SUPERVISOR - NENHUM LOTE E LIBERADO"
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE.

       CARREGA-FILA.
          OPEN         INPUT           ARQ-FILA-ENT.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-FILA-ENT
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       PERFORM GUARDA-FILA
                END-READ
          END-PERFORM.
          CLOSE        ARQ-FILA-ENT.
          MOVE         "NAO"           TO          FIM-ARQ.

       GUARDA-FILA.
          MOVE         FLE-LOTE-NUM    TO          WS-LOTE-NUM.
          MOVE         FLE-LOTE-DATA   TO          WS-LOTE-DATA.
          PERFORM      LOCALIZA-FILA.
          IF           WS-ACHADO       GREATER     ZEROS
               AND     FLE-STATUS      EQUAL       "P"
               ADD     1               TO          WS-CT-REPETIDOS
               DISPLAY "REDF07 - LOTE " FLE-LOTE-NUM
                       " DATA " FLE-LOTE-DATA
                       " REPETIDO NA FILA - DESCARTADO"
          ELSE
          IF           WS-ACHADO       GREATER     ZEROS
               MOVE    REG-FILA-ENT    TO          WS-FILA (WS-ACHADO)
          ELSE
          IF           WS-TOTAL-FILA   EQUAL       500
               DISPLAY "REDF07 - TABELA DA FILA CHEIA (500) - "
                       "ABORTANDO PARA NAO PERDER LOTES RETIDOS"
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               ADD     1               TO          WS-TOTAL-FILA
               MOVE    REG-FILA-ENT    TO
                       WS-FILA (WS-TOTAL-FILA)
               IF      WS-FLA-MOTIVO (WS-TOTAL-FILA)   EQUAL   SPACE
                    MOVE "V"           TO
                         WS-FLA-MOTIVO (WS-TOTAL-FILA)
                    MOVE ZEROS         TO
                         WS-FLA-ORIG-LOTE-NUM (WS-TOTAL-FILA)
                         WS-FLA-ORIG-LOTE-DATA (WS-TOTAL-FILA)
               END-IF.

       LOCALIZA-FILA.
          MOVE         ZEROS           TO          WS-ACHADO.
          PERFORM      VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-FILA
                       IF      WS-FLA-LOTE-NUM (WS-IND) EQUAL
                               WS-LOTE-NUM
                               AND WS-FLA-LOTE-DATA (WS-IND) EQUAL
                                   WS-LOTE-DATA
                               MOVE WS-IND     TO   WS-ACHADO
                       END-IF
          END-PERFORM.

       APLICA-DECISOES.
          IF           RETURN-CODE     EQUAL       16
               MOVE    "SIM"           TO          FIM-ARQ.
          OPEN         INPUT           ARQ-DECISAO.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-DECISAO
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       PERFORM TRATA-DECISAO
                END-READ
          END-PERFORM.
          CLOSE        ARQ-DECISAO.

       TRATA-DECISAO.
          ADD          1               TO          WS-CT-DECISOES.
          MOVE         DEC-LOTE-NUM    TO          WS-LOTE-NUM.
          MOVE         DEC-LOTE-DATA   TO          WS-LOTE-DATA.
          MOVE         SPACES          TO          WS-RESULTADO.
          PERFORM      LOCALIZA-FILA.
          IF           WS-ACHADO       EQUAL       ZEROS
               MOVE    "LOTE NAO ESTA NA FILA"     TO      WS-RESULTADO
          ELSE
          IF           WS-FLA-STATUS (WS-ACHADO)   NOT EQUAL   "P"
               MOVE    "LOTE JA DECIDIDO"          TO      WS-RESULTADO
          ELSE
          IF           WS-FLA-OPERADOR (WS-ACHADO) EQUAL
                       WS-SUPERVISOR
               AND     WS-FLA-MOTIVO (WS-ACHADO)   NOT EQUAL   "D"
               MOVE    "RECUSADA - MESMO OPERADOR" TO      WS-RESULTADO
          ELSE
          IF           DEC-ACAO        NOT EQUAL   "L"
               AND     DEC-ACAO        NOT EQUAL   "R"
               MOVE    "ACAO INVALIDA"             TO      WS-RESULTADO.
          IF           WS-RESULTADO    EQUAL       SPACES
               PERFORM REGISTRA-DECISAO
          ELSE
               ADD     1               TO          WS-CT-INVALIDAS
               DISPLAY "REDF07 - LOTE " DEC-LOTE-NUM
                       " DATA " DEC-LOTE-DATA " - " WS-RESULTADO.
          PERFORM      GRAVA-AUDITORIA.

       REGISTRA-DECISAO.
          MOVE         DEC-ACAO        TO
                       WS-FLA-STATUS (WS-ACHADO).
          MOVE         WS-SUPERVISOR   TO
                       WS-FLA-SUPERVISOR (WS-ACHADO).
          MOVE         WS-DATA-HORA    TO
                       WS-FLA-DATA-DECISAO (WS-ACHADO).
          IF           DEC-ACAO        EQUAL       "L"
               ADD     1               TO          WS-CT-LIBERADOS
               MOVE    "LIBERADO"      TO          WS-RESULTADO
          ELSE
               ADD     1               TO          WS-CT-RECUSADOS
               MOVE    "RECUSADO"      TO          WS-RESULTADO.
          DISPLAY      "REDF07 - LOTE " DEC-LOTE-NUM
                       " DATA " DEC-LOTE-DATA
                       " FILIAL " WS-FLA-FILIAL (WS-ACHADO)
                       " VALOR " WS-FLA-VALOR (WS-ACHADO)
                       " - " WS-RESULTADO.
          IF           WS-FLA-MOTIVO (WS-ACHADO)   NOT EQUAL   "V"
               DISPLAY "REDF07 -   SUSPEITA DE DUPLICIDADE DO LOTE "
                       WS-FLA-ORIG-LOTE-NUM (WS-ACHADO)
                       " DATA " WS-FLA-ORIG-LOTE-DATA (WS-ACHADO)
                       " FILIAL " WS-FLA-ORIG-FILIAL (WS-ACHADO).

       GRAVA-AUDITORIA.
          OPEN         EXTEND          ARQ-AUDIT.
          IF           WS-STATUS-AUDIT NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-AUDIT.
          MOVE         WS-DATA-HORA    TO          AUD-DATA-HORA.
          MOVE         DEC-LOTE-NUM    TO          AUD-LOTE-NUM.
          MOVE         DEC-LOTE-DATA   TO          AUD-LOTE-DATA.
          MOVE         WS-SUPERVISOR   TO          AUD-SUPERVISOR.
          MOVE         DEC-ACAO        TO          AUD-ACAO.
          MOVE         WS-RESULTADO    TO          AUD-RESULTADO.
          IF           WS-ACHADO       GREATER     ZEROS
               MOVE    WS-FLA-FILIAL (WS-ACHADO)   TO      AUD-FILIAL
               MOVE    WS-FLA-VALOR (WS-ACHADO)    TO      AUD-VALOR
               MOVE    WS-FLA-OPERADOR (WS-ACHADO) TO      AUD-OPERADOR
               MOVE    WS-FLA-MOTIVO (WS-ACHADO)   TO      AUD-MOTIVO
          ELSE
               MOVE    SPACES          TO          AUD-FILIAL
                                                   AUD-OPERADOR
                                                   AUD-MOTIVO
               MOVE    ZEROS           TO          AUD-VALOR.
          WRITE        REG-AUDIT.
          CLOSE        ARQ-AUDIT.

       REGRAVA-FILA.
          IF           RETURN-CODE     NOT EQUAL   16
               OPEN    OUTPUT          ARQ-FILA-SAI
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-FILA
                       MOVE    WS-FILA (WS-IND)    TO  REG-FILA-SAI
                       WRITE   REG-FILA-SAI
               END-PERFORM
               CLOSE   ARQ-FILA-SAI.

       LISTA-PENDENTES.
          PERFORM      VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-FILA
                       IF      WS-FLA-STATUS (WS-IND) EQUAL "P"
                               ADD  1          TO   WS-CT-PENDENTES
                               DISPLAY "REDF07 - PENDENTE: LOTE "
                                       WS-FLA-LOTE-NUM (WS-IND)
                                       " DATA "
                                       WS-FLA-LOTE-DATA (WS-IND)
                                       " FILIAL "
                                       WS-FLA-FILIAL (WS-IND)
                                       " VALOR "
                                       WS-FLA-VALOR (WS-IND)
                                       " OPERADOR "
                                       WS-FLA-OPERADOR (WS-IND)
                                       " MOTIVO "
                                       WS-FLA-MOTIVO (WS-IND)
                               IF   WS-FLA-MOTIVO (WS-IND) NOT EQUAL
                                    "V"
                                    DISPLAY "REDF07 -   DUPLICA LOTE "
                                      WS-FLA-ORIG-LOTE-NUM (WS-IND)
                                      " DATA "
                                      WS-FLA-ORIG-LOTE-DATA (WS-IND)
                                      " FILIAL "
                                      WS-FLA-ORIG-FILIAL (WS-IND)
                               END-IF
                       END-IF
          END-PERFORM.
          IF           WS-CT-PENDENTES GREATER     ZEROS
               AND     RETURN-CODE     LESS        4
               MOVE    4               TO          RETURN-CODE.

       FIM.
          DISPLAY      "REDF07 - DECISOES LIDAS: " WS-CT-DECISOES
                       " - LIBERADOS: " WS-CT-LIBERADOS
                       " - RECUSADOS: " WS-CT-RECUSADOS
                       " - NAO APLICADAS: " WS-CT-INVALIDAS.
          DISPLAY      "REDF07 - REPETIDOS DESCARTADOS DA FILA: "
                       WS-CT-REPETIDOS
                       " - LOTES AINDA PENDENTES: " WS-CT-PENDENTES.
