      *          AVISO - O MESMO LOTE NUNCA E POSTADO DUAS VEZES,
      *          POR MAIS QUE O OPERADOR REPITA O JOB. AO FINAL SAI
      *          A POSICAO DIARIA POR FILIAL NO CONSOLE.
      *          O DETALHE "D" TRAZ O CODIGO DO CLIENTE (DET-COD-CLI,
      *          JA CONFERIDO POR REDF01 CONTRA CADCLI2-IDX.DAT) E
      *          CADA VALOR-DET POSTADO TAMBEM VAI PARA A CONTA DO
      *          CLIENTE: O SALDO NO MESTRE INDEXADO ARQ-SALDO-CLI.DAT
      *          (CHAVE CODIGO DO CLIENTE, CRIADO VAZIO NA PRIMEIRA
      *          VEZ) E O LANCAMENTO, COM NUMERO E DATA DO LOTE, NO
      *          RAZAO ARQ-MOV-CLI.DAT (EXTEND) - DE ONDE REDF05 TIRA
      *          O EXTRATO MENSAL DO CLIENTE.
      *          LOTE QUE REDF01 RETEVE POR PASSAR DO LIMITE DA FILIAL
      *          FICA NA FILA REDF-FILA-LIB.DAT E SO E POSTADO DEPOIS
      *          DE LIBERADO ("L") EM REDF07. ENQUANTO PENDENTE ("P")
      *          SEUS REGISTROS SAO COPIADOS DE ARQ-ENT.DAT PARA
      *          REDF-RETIDOS.DAT (EXTEND), POIS O ARQ-ENT DO DIA
      *          SEGUINTE JA NAO OS TERA; CADA EXECUCAO REPASSA ESSA
      *          GUARDA E POSTA OS LOTES JA LIBERADOS, COM A FILIAL
      *          REGISTRADA NA FILA. LOTE RECUSADO ("R") NAO E POSTADO.
      *          LOTE LIBERADO QUE NAO SE ACHA EM NENHUM DOS DOIS
      *          ARQUIVOS E AVISADO NO CONSOLE (RETURN-CODE 4).

       ENVIRONMENT             DIVISION.

           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SALDOS-SAI  ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SALDO-CLI   ASSIGN      TO      DISK
           ORGANIZATION                IS          INDEXED
           ACCESS MODE                 IS          RANDOM
           RECORD KEY                  IS          SCL-COD
           FILE STATUS                 IS          WS-STATUS-SCL.
           SELECT      ARQ-MOV-CLI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-MOV.
           SELECT      OPTIONAL ARQ-FILA           ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      OPTIONAL ARQ-RET-ENT        ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-RET-SAI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-RET.

       DATA                    DIVISION.


       01  REG-DET.
           02 DET-TIPO-REG         PIC  X(001).
           02 DET-COD-CLI          PIC  9(005).
           02 FILLER               PIC  X(004).
           02 VALOR-DET            PIC  9(005)V9(002).
           02 FILLER               PIC  X(013).

           02 SLD-SAI-QTDE          PIC  9(005).
           02 SLD-SAI-VALOR         PIC  9(009)V9(002).

       FD  ARQ-SALDO-CLI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-SALDO-CLI.DAT".

       01  REG-SALDO-CLI.
           02 SCL-COD               PIC  9(005).
           02 SCL-SALDO             PIC  9(009)V9(002).
           02 SCL-QTDE              PIC  9(007).
           02 SCL-ULT-LOTE-NUM      PIC  9(006).
           02 SCL-ULT-LOTE-DATA     PIC  9(006).

       FD  ARQ-MOV-CLI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-MOV-CLI.DAT".

       01  REG-MOV-CLI.
           02 MOV-COD               PIC  9(005).
           02 MOV-LOTE-NUM          PIC  9(006).
           02 MOV-LOTE-DATA         PIC  9(006).
           02 MOV-FILIAL            PIC  X(004).
           02 MOV-VALOR             PIC  9(005)V9(002).

       FD  ARQ-FILA
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-FILA-LIB.DAT".

       01  REG-FILA.
           02 FLB-LOTE-NUM          PIC  9(006).
           02 FLB-LOTE-DATA         PIC  9(006).
           02 FLB-FILIAL            PIC  X(004).
           02 FLB-QUANT             PIC  9(003).
           02 FLB-VALOR             PIC  9(007)V9(002).
           02 FLB-LIMITE            PIC  9(007)V9(002).
           02 FLB-OPERADOR          PIC  X(010).
           02 FLB-DATA-HORA         PIC  X(014).
           02 FLB-STATUS            PIC  X(001).
           02 FLB-SUPERVISOR        PIC  X(010).
           02 FLB-DATA-DECISAO      PIC  X(014).
           02 FLB-MOTIVO            PIC  X(001).
           02 FLB-ORIG-LOTE-NUM     PIC  9(006).
           02 FLB-ORIG-LOTE-DATA    PIC  9(006).
           02 FLB-ORIG-FILIAL       PIC  X(004).

       FD  ARQ-RET-ENT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-RETIDOS.DAT".

       01  REG-RET-ENT              PIC  X(030).

       01  REG-RET-ENT-LOTE         REDEFINES      REG-RET-ENT.
           02 RTE-TIPO-REG          PIC  X(001).
           02 FILLER                PIC  X(012).
           02 RTE-LOTE-NUM          PIC  9(006).
           02 RTE-LOTE-DATA         PIC  9(006).
           02 FILLER                PIC  X(005).

       FD  ARQ-RET-SAI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-RETIDOS.DAT".

       01  REG-RET-SAI              PIC  X(030).

       WORKING-STORAGE         SECTION.

       77  FIM-ARQ                     PIC X(003)  VALUE "NAO".
       77  WS-CT-DETALHES             PIC 9(005)  VALUE ZEROS.
       77  WS-VALOR-POSTADO           PIC 9(009)V9(002)
                                                   VALUE ZEROS.
       77  WS-STATUS-SCL               PIC X(002).
       77  WS-STATUS-MOV               PIC X(002).
       77  WS-CONTAS-ABERTAS           PIC X(003)  VALUE "NAO".
       77  WS-CT-CLI-NOVOS             PIC 9(005)  VALUE ZEROS.
       77  WS-STATUS-RET               PIC X(002).
       77  WS-RET-ABERTO               PIC X(003)  VALUE "NAO".
       77  WS-FIM-RET                  PIC X(003)  VALUE "NAO".
       77  WS-LOTE-GUARDAR             PIC X(003)  VALUE "NAO".
       77  WS-JA-POSTADO               PIC X(003)  VALUE "NAO".
       77  WS-TOTAL-FILA               PIC 9(003)  VALUE ZEROS.
       77  WS-TOTAL-GUARDADOS          PIC 9(003)  VALUE ZEROS.
       77  WS-ACHADO-FILA              PIC 9(003)  VALUE ZEROS.
       77  WS-IND-FILA                 PIC 9(003)  VALUE ZEROS.
       77  WS-FILIAL-ENVELOPE          PIC X(004)  VALUE SPACES.
       77  WS-CT-LOTES-GUARDADOS       PIC 9(003)  VALUE ZEROS.
       77  WS-CT-LOTES-LIBERADOS       PIC 9(003)  VALUE ZEROS.

       01  WS-LOTE-ATUAL.
           02 WS-LOTE-NUM              PIC 9(006).
              03 WS-SLD-QTDE           PIC  9(005).
              03 WS-SLD-VALOR          PIC  9(009)V9(002).

       01  TABELA-FILA.
           02 WS-FILA                  OCCURS      500    TIMES.
              03 WS-FLA-NUM            PIC  9(006).
              03 WS-FLA-DATA           PIC  9(006).
              03 WS-FLA-FILIAL         PIC  X(004).
              03 WS-FLA-STATUS         PIC  X(001).

       01  TABELA-GUARDADOS.
           02 WS-GUARDADO              OCCURS      500    TIMES.
              03 WS-GRD-NUM            PIC  9(006).
              03 WS-GRD-DATA           PIC  9(006).

       PROCEDURE               DIVISION.

       PGM-REDF04.
               PERFORM LEITURA
               PERFORM PROCESSA-REGISTRO
                       UNTIL   FIM-ARQ EQUAL   "SIM"
               PERFORM POSTA-LIBERADOS
               PERFORM REGRAVA-SALDOS
               PERFORM POSICAO-DIARIA.
          PERFORM      FIM.
          PERFORM      CARREGA-ACEITOS.
          PERFORM      CARREGA-POSTADOS.
          PERFORM      CARREGA-SALDOS.
          PERFORM      CARREGA-FILA.
          PERFORM      CARREGA-GUARDADOS.
          OPEN         INPUT           ARQ-ENT.
          IF           WS-STATUS-ENT   NOT EQUAL   "00"
               DISPLAY "REDF04 - ARQ-ENT.DAT AUSENTE - FILE STATUS "
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE.
          IF           WS-TOTAL-ACEITOS    EQUAL   ZEROS
               AND     WS-TOTAL-FILA       EQUAL   ZEROS
               DISPLAY "REDF04 - NENHUM LOTE ACEITO A POSTAR"
               MOVE    "SIM"           TO          FIM-ARQ.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM ABRE-CONTAS-CLIENTE.

       ABRE-CONTAS-CLIENTE.
          OPEN         I-O             ARQ-SALDO-CLI.
          IF           WS-STATUS-SCL   NOT EQUAL   "00"
               DISPLAY "REDF04 - ARQ-SALDO-CLI.DAT INEXISTENTE - "
                       "CRIANDO VAZIO"
               OPEN    OUTPUT          ARQ-SALDO-CLI
               CLOSE   ARQ-SALDO-CLI
               OPEN    I-O             ARQ-SALDO-CLI.
          IF           WS-STATUS-SCL   NOT EQUAL   "00"
               DISPLAY "REDF04 - ERRO AO ABRIR ARQ-SALDO-CLI - FILE "
                       "STATUS " WS-STATUS-SCL
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               MOVE    "SIM"           TO          WS-CONTAS-ABERTAS
               OPEN    EXTEND          ARQ-MOV-CLI
               IF      WS-STATUS-MOV   NOT EQUAL   "00"
                    OPEN OUTPUT        ARQ-MOV-CLI
               END-IF.

       LE-FILIAL-ENVELOPE.
          OPEN         INPUT           ARQ-TRANS.
               MOVE    SLD-ENT-VALOR   TO
                       WS-SLD-VALOR (WS-TOTAL-SALDOS).

       CARREGA-FILA.
          OPEN         INPUT           ARQ-FILA.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-FILA
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       PERFORM GUARDA-FILA
                END-READ
          END-PERFORM.
          CLOSE        ARQ-FILA.
          MOVE         "NAO"           TO          FIM-ARQ.

       GUARDA-FILA.
          MOVE         FLB-LOTE-NUM    TO          WS-LOTE-NUM.
          MOVE         FLB-LOTE-DATA   TO          WS-LOTE-DATA.
          PERFORM      LOCALIZA-FILA.
          IF           WS-ACHADO-FILA  GREATER     ZEROS
               IF      FLB-STATUS      NOT EQUAL   "P"
                    MOVE FLB-STATUS    TO
                         WS-FLA-STATUS (WS-ACHADO-FILA)
                    MOVE FLB-FILIAL    TO
                         WS-FLA-FILIAL (WS-ACHADO-FILA)
               END-IF
          ELSE
          IF           WS-TOTAL-FILA   EQUAL       500
               DISPLAY "REDF04 - TABELA DA FILA DE LIBERACAO CHEIA "
                       "(500) - LOTE IGNORADO: " FLB-LOTE-NUM
          ELSE
               ADD     1               TO          WS-TOTAL-FILA
               MOVE    FLB-LOTE-NUM    TO
                       WS-FLA-NUM (WS-TOTAL-FILA)
               MOVE    FLB-LOTE-DATA   TO
                       WS-FLA-DATA (WS-TOTAL-FILA)
               MOVE    FLB-FILIAL      TO
                       WS-FLA-FILIAL (WS-TOTAL-FILA)
               MOVE    FLB-STATUS      TO
                       WS-FLA-STATUS (WS-TOTAL-FILA).

       LOCALIZA-FILA.
          MOVE         ZEROS           TO          WS-ACHADO-FILA.
          PERFORM      VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL   WS-IND-FILA GREATER WS-TOTAL-FILA
                       IF      WS-FLA-NUM (WS-IND-FILA) EQUAL
                               WS-LOTE-NUM
                               AND WS-FLA-DATA (WS-IND-FILA) EQUAL
                                   WS-LOTE-DATA
                               MOVE WS-IND-FILA TO  WS-ACHADO-FILA
                       END-IF
          END-PERFORM.

       CARREGA-GUARDADOS.
          OPEN         INPUT           ARQ-RET-ENT.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ   ARQ-RET-ENT
                       AT END
                       MOVE "SIM"          TO      FIM-ARQ
                       NOT AT END
                       IF   RTE-TIPO-REG   EQUAL   "L"
                            PERFORM GUARDA-GUARDADO
                       END-IF
                END-READ
          END-PERFORM.
          CLOSE        ARQ-RET-ENT.
          MOVE         "NAO"           TO          FIM-ARQ.

       GUARDA-GUARDADO.
          IF           WS-TOTAL-GUARDADOS  LESS    500
               ADD     1               TO          WS-TOTAL-GUARDADOS
               MOVE    RTE-LOTE-NUM    TO
                       WS-GRD-NUM (WS-TOTAL-GUARDADOS)
               MOVE    RTE-LOTE-DATA   TO
                       WS-GRD-DATA (WS-TOTAL-GUARDADOS).

       LEITURA.
          READ         ARQ-ENT
                       AT END
          ELSE
          IF           LOTE-TIPO-REG   EQUAL       "D"
               AND     WS-LOTE-POSTAVEL    EQUAL   "SIM"
               PERFORM POSTA-DETALHE
          ELSE
          IF           LOTE-TIPO-REG   EQUAL       "D"
               AND     WS-LOTE-GUARDAR     EQUAL   "SIM"
               WRITE   REG-RET-SAI     FROM        REG-LOTE.
          PERFORM      LEITURA.

       ABRE-LOTE.
          MOVE         LOTE-NUM        TO          WS-LOTE-NUM.
          MOVE         LOTE-DATA       TO          WS-LOTE-DATA.
          MOVE         "NAO"           TO          WS-LOTE-GUARDAR.
          PERFORM      VERIFICA-ACEITO.
          IF           WS-LOTE-POSTAVEL    EQUAL   "NAO"
               PERFORM VERIFICA-FILA.
          IF           WS-LOTE-POSTAVEL    EQUAL   "SIM"
               PERFORM VERIFICA-JA-POSTADO.
          IF           WS-LOTE-POSTAVEL    EQUAL   "SIM"
               PERFORM REGISTRA-POSTADO
               DISPLAY "REDF04 - POSTANDO LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DATA.
          IF           WS-LOTE-GUARDAR     EQUAL   "SIM"
               PERFORM GUARDA-LOTE-RETIDO.

       VERIFICA-FILA.
          PERFORM      LOCALIZA-FILA.
          IF           WS-ACHADO-FILA  GREATER     ZEROS
               IF      WS-FLA-STATUS (WS-ACHADO-FILA)  EQUAL   "L"
                    MOVE "SIM"         TO          WS-LOTE-POSTAVEL
               ELSE
               IF      WS-FLA-STATUS (WS-ACHADO-FILA)  EQUAL   "R"
                    DISPLAY "REDF04 - LOTE " WS-LOTE-NUM
                            " DATA " WS-LOTE-DATA
                            " RECUSADO NA LIBERACAO - NAO POSTADO"
               ELSE
                    MOVE "SIM"         TO          WS-LOTE-GUARDAR
                    PERFORM VARYING WS-IND FROM 1 BY 1
                            UNTIL WS-IND GREATER WS-TOTAL-GUARDADOS
                            IF    WS-GRD-NUM (WS-IND) EQUAL
                                  WS-LOTE-NUM
                                  AND WS-GRD-DATA (WS-IND) EQUAL
                                      WS-LOTE-DATA
                                  MOVE "NAO"   TO   WS-LOTE-GUARDAR
                            END-IF
                    END-PERFORM
                    DISPLAY "REDF04 - LOTE " WS-LOTE-NUM
                            " DATA " WS-LOTE-DATA
                            " RETIDO AGUARDANDO LIBERACAO".

       GUARDA-LOTE-RETIDO.
          IF           WS-RET-ABERTO   NOT EQUAL   "SIM"
               OPEN    EXTEND          ARQ-RET-SAI
               IF      WS-STATUS-RET   NOT EQUAL   "00"
                    OPEN OUTPUT        ARQ-RET-SAI
               END-IF
               MOVE    "SIM"           TO          WS-RET-ABERTO.
          IF           WS-TOTAL-GUARDADOS  LESS    500
               ADD     1               TO          WS-TOTAL-GUARDADOS
               MOVE    WS-LOTE-NUM     TO
                       WS-GRD-NUM (WS-TOTAL-GUARDADOS)
               MOVE    WS-LOTE-DATA    TO
                       WS-GRD-DATA (WS-TOTAL-GUARDADOS).
          ADD          1               TO      WS-CT-LOTES-GUARDADOS.
          WRITE        REG-RET-SAI     FROM        REG-LOTE.

       VERIFICA-ACEITO.
          MOVE         "NAO"           TO          WS-LOTE-POSTAVEL.
          IF           WS-ACHADO       GREATER     ZEROS
               ADD     1               TO     WS-SLD-QTDE (WS-ACHADO)
               ADD     VALOR-DET       TO     WS-SLD-VALOR (WS-ACHADO).
          PERFORM      POSTA-CLIENTE.

       POSTA-CLIENTE.
          MOVE         DET-COD-CLI     TO          SCL-COD.
          READ         ARQ-SALDO-CLI
                       INVALID KEY
                       ADD  1          TO          WS-CT-CLI-NOVOS
                       MOVE DET-COD-CLI            TO      SCL-COD
                       MOVE ZEROS      TO          SCL-SALDO
                                                   SCL-QTDE
                                                   SCL-ULT-LOTE-NUM
                                                   SCL-ULT-LOTE-DATA
                       WRITE REG-SALDO-CLI
          END-READ.
          ADD          VALOR-DET       TO          SCL-SALDO.
          ADD          1               TO          SCL-QTDE.
          MOVE         WS-LOTE-NUM     TO          SCL-ULT-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          SCL-ULT-LOTE-DATA.
          REWRITE      REG-SALDO-CLI.
          MOVE         DET-COD-CLI     TO          MOV-COD.
          MOVE         WS-LOTE-NUM     TO          MOV-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          MOV-LOTE-DATA.
          MOVE         WS-FILIAL       TO          MOV-FILIAL.
          MOVE         VALOR-DET       TO          MOV-VALOR.
          WRITE        REG-MOV-CLI.

       LOCALIZA-SALDO.
          MOVE         ZEROS           TO          WS-ACHADO.
                         WS-SLD-QTDE (WS-ACHADO)
                         WS-SLD-VALOR (WS-ACHADO).

       POSTA-LIBERADOS.
          IF           WS-RET-ABERTO   EQUAL       "SIM"
               CLOSE   ARQ-RET-SAI
               MOVE    "NAO"           TO          WS-RET-ABERTO.
          MOVE         "NAO"           TO          WS-LOTE-POSTAVEL.
          MOVE         WS-FILIAL       TO          WS-FILIAL-ENVELOPE.
          IF           WS-TOTAL-FILA   GREATER     ZEROS
               OPEN    INPUT           ARQ-RET-ENT
               MOVE    "NAO"           TO          WS-FIM-RET
               PERFORM UNTIL   WS-FIM-RET  EQUAL   "SIM"
                     READ ARQ-RET-ENT
                          AT END
                          MOVE "SIM"        TO      WS-FIM-RET
                          NOT AT END
                          MOVE REG-RET-ENT  TO      REG-LOTE
                          PERFORM PROCESSA-RETIDO
                     END-READ
               END-PERFORM
               CLOSE   ARQ-RET-ENT
               PERFORM CONFERE-LIBERADOS.
          MOVE         WS-FILIAL-ENVELOPE          TO      WS-FILIAL.

       PROCESSA-RETIDO.
          IF           LOTE-TIPO-REG   EQUAL       "L"
               PERFORM ABRE-LOTE-RETIDO
          ELSE
          IF           LOTE-TIPO-REG   EQUAL       "D"
               AND     WS-LOTE-POSTAVEL    EQUAL   "SIM"
               PERFORM POSTA-DETALHE.

       ABRE-LOTE-RETIDO.
          MOVE         LOTE-NUM        TO          WS-LOTE-NUM.
          MOVE         LOTE-DATA       TO          WS-LOTE-DATA.
          MOVE         "NAO"           TO          WS-LOTE-POSTAVEL.
          PERFORM      LOCALIZA-FILA.
          IF           WS-ACHADO-FILA  GREATER     ZEROS
               IF      WS-FLA-STATUS (WS-ACHADO-FILA)  EQUAL   "L"
                    PERFORM PROCURA-POSTADO
                    IF   WS-JA-POSTADO EQUAL       "NAO"
                         MOVE "SIM"    TO          WS-LOTE-POSTAVEL
                    END-IF.
          IF           WS-LOTE-POSTAVEL    EQUAL   "SIM"
               MOVE    WS-FLA-FILIAL (WS-ACHADO-FILA)
                                       TO          WS-FILIAL
               ADD     1               TO          WS-CT-LOTES-POSTADOS
               ADD     1               TO      WS-CT-LOTES-LIBERADOS
               PERFORM REGISTRA-POSTADO
               DISPLAY "REDF04 - POSTANDO LOTE LIBERADO " WS-LOTE-NUM
                       " DATA " WS-LOTE-DATA " FILIAL " WS-FILIAL.

       PROCURA-POSTADO.
          MOVE         "NAO"           TO          WS-JA-POSTADO.
          PERFORM      VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-TOTAL-POSTADOS
                       IF      WS-PST-NUM (WS-IND) EQUAL WS-LOTE-NUM
                               AND WS-PST-DATA (WS-IND) EQUAL
                                   WS-LOTE-DATA
                               MOVE "SIM"      TO   WS-JA-POSTADO
                       END-IF
          END-PERFORM.

       CONFERE-LIBERADOS.
          PERFORM      VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL   WS-IND-FILA GREATER WS-TOTAL-FILA
                       IF      WS-FLA-STATUS (WS-IND-FILA) EQUAL "L"
                               MOVE WS-FLA-NUM (WS-IND-FILA)
                                               TO   WS-LOTE-NUM
                               MOVE WS-FLA-DATA (WS-IND-FILA)
                                               TO   WS-LOTE-DATA
                               PERFORM PROCURA-POSTADO
                               IF   WS-JA-POSTADO  EQUAL   "NAO"
                                    PERFORM AVISA-LIBERADO-PERDIDO
                               END-IF
                       END-IF
          END-PERFORM.

       AVISA-LIBERADO-PERDIDO.
          DISPLAY      "REDF04 - LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DATA
                       " LIBERADO MAS SEM REGISTROS GUARDADOS - "
                       "NAO POSTADO".
          IF           RETURN-CODE     LESS        4
               MOVE    4               TO          RETURN-CODE.

       REGRAVA-SALDOS.
          OPEN         OUTPUT          ARQ-SALDOS-SAI.
          PERFORM      VARYING WS-IND FROM 1 BY 1
       FIM.
          IF           WS-STATUS-ENT   EQUAL       "00"
               CLOSE   ARQ-ENT.
          IF           WS-CONTAS-ABERTAS   EQUAL   "SIM"
               CLOSE   ARQ-SALDO-CLI   ARQ-MOV-CLI.
          IF           WS-RET-ABERTO   EQUAL       "SIM"
               CLOSE   ARQ-RET-SAI.
          DISPLAY      "REDF04 - LOTES POSTADOS: "
                       WS-CT-LOTES-POSTADOS
                       " - REPETIDOS RECUSADOS: "
                       WS-CT-LOTES-REPETIDOS
                       " - DETALHES: " WS-CT-DETALHES
                       " VALOR " WS-VALOR-POSTADO.
          DISPLAY      "REDF04 - CONTAS DE CLIENTE ABERTAS NESTA "
                       "EXECUCAO: " WS-CT-CLI-NOVOS.
          DISPLAY      "REDF04 - LOTES RETIDOS GUARDADOS: "
                       WS-CT-LOTES-GUARDADOS
                       " - LIBERADOS POSTADOS: "
                       WS-CT-LOTES-LIBERADOS.
