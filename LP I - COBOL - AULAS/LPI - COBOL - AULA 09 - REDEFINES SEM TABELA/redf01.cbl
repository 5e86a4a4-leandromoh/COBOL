      *          ABERTO POR REDF03 NA VALIDACAO DO ENVELOPE (EXTEND)
      *          - E ASSIM QUE O PROTOCOLO DA FILIAL FICA COMPLETO
      *          NOS ARQUIVOS ACEITOS.
      *          O DETALHE "D" PASSOU A TRAZER O CODIGO DO CLIENTE
      *          (DET-COD-CLI, NAS POSICOES 2 A 6 QUE ERAM FILLER),
      *          CONFERIDO POR LEITURA DIRETA NO ESPELHO INDEXADO
      *          CADCLI2-IDX.DAT DE EX01. CADA DETALHE COM CLIENTE
      *          DESCONHECIDO E LISTADO EM REDF01-CLI-DESC.DAT (LOTE,
      *          DATA, SEQUENCIA, CODIGO E VALOR) E O LOTE INTEIRO E
      *          REJEITADO, COMO NA DIFERENCA DE TOTAIS, PARA A
      *          FILIAL CORRIGIR E REENVIAR - REDF04 SO POSTA LOTE
      *          ACEITO, ENTAO NENHUM VALOR CHEGA AO SALDO DE UM
      *          CLIENTE QUE NAO EXISTE. SEM CADCLI2-IDX.DAT NAO HA
      *          COMO CONFERIR E NENHUM LOTE E PROCESSADO
      *          (RETURN-CODE 16).
      *          O PROGRAMA RODA SOB A IDENTIFICACAO DO OPERADOR
      *          (PARM-REDF01-AUT.DAT, OBRIGATORIO, NO MOLDE DE
      *          PARM-EX11-AUT.DAT). LOTE QUE FECHA MAS PASSA DO
      *          LIMITE DE VALOR DA FILIAL (REDF-LIMITES.DAT: FILIAL
      *          E VALOR; A FILIAL "****" VALE PARA AS QUE NAO TEM
      *          LIMITE PROPRIO; SEM A TABELA NAO HA LIMITE) NAO VAI
      *          PARA ARQ-ACEITO.DAT: FICA RETIDO NA FILA DE LIBERACAO
      *          REDF-FILA-LIB.DAT (STATUS "P", COM FILIAL, VALOR E O
      *          OPERADOR QUE RODOU) ATE UM SUPERVISOR - OUTRO QUE NAO
      *          ESSE OPERADOR - LIBERAR OU RECUSAR EM REDF07. O
      *          PROTOCOLO DA FILIAL MOSTRA O LOTE COMO RETIDO. A
      *          FILIAL VEM DO HEADER "A" DE ARQ-TRANS.DAT.
      *          CADA LOTE QUE FECHA RECEBE UMA IMPRESSAO DIGITAL -
      *          QUANTIDADE, VALOR TOTAL E UM RESUMO POSICIONAL DA
      *          SEQUENCIA DE VALOR-DET - GUARDADA COM NUMERO, DATA E
      *          FILIAL DO LOTE EM REDF-DIGITAIS.DAT PELO NUMERO DE
      *          DIAS DE PARM-REDF01-DIG.DAT (30 SEM O PARAMETRO). UM
      *          LOTE CUJA DIGITAL JA CONSTA SOB OUTRO NUMERO, DATA OU
      *          FILIAL (A FILIAL QUE REENVIA O MESMO LOTE COM NUMERO
      *          NOVO, OU DUAS FILIAIS COM O MESMO ARQUIVO) TAMBEM VAI
      *          PARA A FILA DE LIBERACAO, COMO SUSPEITA DE
      *          DUPLICIDADE APONTANDO O LOTE ORIGINAL, E SO E
      *          POSTADO SE UM OPERADOR CONFIRMAR EM REDF07.

       ENVIRONMENT             DIVISION.

           SELECT      ARQ-PROTO       ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-PROTO.
           SELECT      CADCLI2-IDX     ASSIGN      TO      DISK
           ORGANIZATION                IS          INDEXED
           ACCESS MODE                 IS          RANDOM
           RECORD KEY                  IS          COD-IDX
           FILE STATUS                 IS          WS-STATUS-IDX.
           SELECT      ARQ-CLI-DESC    ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-AUT         ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-AUT.
           SELECT      OPTIONAL ARQ-TRANS          ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      OPTIONAL ARQ-LIMITES        ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-LIMITES.
           SELECT      ARQ-FILA        ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-FILA.
           SELECT      OPTIONAL ARQ-PARM-DIG       ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      OPTIONAL ARQ-DIG-ENT        ASSIGN  TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-DIG-SAI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-DIG.

       DATA                    DIVISION.


       01  REG-DET.
           02 DET-TIPO-REG         PIC  X(001).
           02 DET-COD-CLI          PIC  9(005).
           02 FILLER               PIC  X(004).
           02 VALOR-DET            PIC  9(005)V9(002).
           02 FILLER               PIC  X(013).

           02 CKPT-CONT               PIC  9(003).
           02 CKPT-VALOR-TOTAL        PIC  9(007)V9(002).
           02 CKPT-REGISTROS-LIDOS    PIC  9(007).
           02 CKPT-CLI-DESC           PIC  9(003).
           02 CKPT-DIG-RESUMO         PIC  9(009).

       FD  ARQ-CKPT-ANT
           LABEL       RECORD          ARE         STANDARD
           02 CKPT-ANT-CONT            PIC  9(003).
           02 CKPT-ANT-VALOR-TOTAL     PIC  9(007)V9(002).
           02 CKPT-ANT-REGISTROS-LIDOS PIC  9(007).
           02 CKPT-ANT-CLI-DESC        PIC  9(003).
           02 CKPT-ANT-DIG-RESUMO      PIC  9(009).

       FD  ARQ-JOBLOG
           LABEL       RECORD          ARE         STANDARD

       01  REG-PROTO               PIC  X(080).

       FD  CADCLI2-IDX
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "CADCLI2-IDX.DAT".

       01  REG-IDX.
           02 COD-IDX              PIC  9(005).
           02 NOME-IDX             PIC  X(020).

       FD  ARQ-CLI-DESC
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS        "REDF01-CLI-DESC.DAT".

       01  REG-CLI-DESC.
           02 DSC-LOTE-NUM          PIC  9(006).
           02 DSC-LOTE-DATA         PIC  9(006).
           02 DSC-SEQ-DET           PIC  9(005).
           02 DSC-COD-CLI           PIC  X(005).
           02 DSC-VALOR-DET         PIC  9(005)V9(002).

       FD  ARQ-AUT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS        "PARM-REDF01-AUT.DAT".

       01  REG-AUT.
           02 AUT-OPERADOR          PIC  X(010).

       FD  ARQ-TRANS
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "ARQ-TRANS.DAT".

       01  REG-TRANS-HEADER.
           02 HDR-TIPO-REG          PIC  X(001).
           02 HDR-FILIAL            PIC  X(004).
           02 FILLER                PIC  X(025).

       FD  ARQ-LIMITES
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-LIMITES.DAT".

       01  REG-LIMITE.
           02 LIM-FILIAL            PIC  X(004).
           02 LIM-VALOR             PIC  9(007)V9(002).

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

       FD  ARQ-PARM-DIG
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS        "PARM-REDF01-DIG.DAT".

       01  REG-PARM-DIG.
           02 PRM-DIG-DIAS          PIC  9(003).

       FD  ARQ-DIG-ENT
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-DIGITAIS.DAT".

       01  REG-DIG-ENT.
           02 DGE-QUANT             PIC  9(003).
           02 DGE-VALOR             PIC  9(007)V9(002).
           02 DGE-RESUMO            PIC  9(009).
           02 DGE-LOTE-NUM          PIC  9(006).
           02 DGE-LOTE-DATA         PIC  9(006).
           02 DGE-FILIAL            PIC  X(004).
           02 DGE-DATA-GRAV         PIC  9(008).

       FD  ARQ-DIG-SAI
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF-DIGITAIS.DAT".

       01  REG-DIG-SAI.
           02 DGS-QUANT             PIC  9(003).
           02 DGS-VALOR             PIC  9(007)V9(002).
           02 DGS-RESUMO            PIC  9(009).
           02 DGS-LOTE-NUM          PIC  9(006).
           02 DGS-LOTE-DATA         PIC  9(006).
           02 DGS-FILIAL            PIC  X(004).
           02 DGS-DATA-GRAV         PIC  9(008).

       WORKING-STORAGE         SECTION.

       77  FIM-ARQ                     PIC X(003)  VALUE "NAO".
       77  WS-STATUS-JOBLOG            PIC X(002).
       77  WS-JOBLOG-INICIO            PIC X(014).
       77  WS-STATUS-PROTO             PIC X(002).
       77  WS-STATUS-IDX               PIC X(002).
       77  WS-CT-CLI-DESC              PIC 9(003)  VALUE ZEROS.
       77  WS-LOTE-OK                  PIC X(003)  VALUE "NAO".
       77  WS-IDX-ABERTO               PIC X(003)  VALUE "NAO".
       77  WS-STATUS-AUT               PIC X(002).
       77  WS-STATUS-LIMITES           PIC X(002).
       77  WS-STATUS-FILA              PIC X(002).
       77  WS-OPERADOR                 PIC X(010)  VALUE SPACES.
       77  WS-FILIAL                   PIC X(004)  VALUE SPACES.
       77  WS-TEM-LIMITE               PIC X(003)  VALUE "NAO".
       77  WS-LIMITE-FILIAL            PIC 9(007)V9(002)
                                                   VALUE ZEROS.
       77  WS-LIMITE-GERAL             PIC 9(007)V9(002)
                                                   VALUE ZEROS.
       77  WS-TEM-LIMITE-GERAL         PIC X(003)  VALUE "NAO".
       77  WS-LOTE-RETIDO              PIC X(003)  VALUE "NAO".
       77  WS-CT-RETIDOS               PIC 9(003)  VALUE ZEROS.
       77  WS-STATUS-DIG               PIC X(002).
       77  WS-DIG-RESUMO               PIC 9(009)  VALUE ZEROS.
       77  WS-DIG-DIAS                 PIC 9(003)  VALUE 030.
       77  WS-DIG-HOJE                 PIC 9(008)  VALUE ZEROS.
       77  WS-DIG-CORTE-INT            PIC 9(007)  VALUE ZEROS.
       77  WS-DIG-GRAV-INT             PIC 9(007)  VALUE ZEROS.
       77  WS-DIG-ABERTO               PIC X(003)  VALUE "NAO".
       77  WS-DIG-CHEIA                PIC X(003)  VALUE "NAO".
       77  WS-DIG-MESMO-LOTE           PIC X(003)  VALUE "NAO".
       77  WS-TOTAL-DIGITAIS           PIC 9(004)  VALUE ZEROS.
       77  WS-CT-DIG-EXPIRADAS         PIC 9(004)  VALUE ZEROS.
       77  WS-IND-DIG                  PIC 9(004)  VALUE ZEROS.
       77  WS-ACHADO-DIG               PIC 9(004)  VALUE ZEROS.
       77  WS-LOTE-DUPLICADO           PIC X(003)  VALUE "NAO".
       77  WS-CT-DUPLICADOS            PIC 9(003)  VALUE ZEROS.
       77  WS-LOTE-ACIMA-LIMITE        PIC X(003)  VALUE "NAO".

       01  WS-LOTE-ATUAL.
           02 WS-LOTE-NUM              PIC 9(006).
              03 WS-LOTE-MM            PIC 9(002).
              03 WS-LOTE-AA            PIC 9(002).

       01  TABELA-DIGITAIS.
           02 WS-DIGITAL               OCCURS      2000   TIMES.
              03 WS-DGT-QUANT          PIC  9(003).
              03 WS-DGT-VALOR          PIC  9(007)V9(002).
              03 WS-DGT-RESUMO         PIC  9(009).
              03 WS-DGT-LOTE-NUM       PIC  9(006).
              03 WS-DGT-LOTE-DATA      PIC  9(006).
              03 WS-DGT-FILIAL         PIC  X(004).
              03 WS-DGT-DATA-GRAV      PIC  9(008).

       PROCEDURE               DIVISION.
       
       PGM-REDF01.
          PERFORM      INICIO.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM LEITURA-REGISTRO
               PERFORM PROCESSA-LOTE   UNTIL   FIM-ARQ EQUAL "SIM".
          PERFORM      FIM.
          STOP         RUN.

          OPEN         INPUT           ARQ-ENT.
          OPEN         OUTPUT          ARQ-REJEITADO.
          OPEN         OUTPUT          ARQ-ACEITO.
          OPEN         OUTPUT          ARQ-CLI-DESC.
          OPEN         INPUT           CADCLI2-IDX.
          IF           WS-STATUS-IDX   NOT EQUAL   "00"
               DISPLAY "REDF01 - CADCLI2-IDX.DAT INDISPONIVEL - FILE "
                       "STATUS " WS-STATUS-IDX
                       " - SEM CONFERENCIA DE CLIENTE NENHUM LOTE "
                       "E PROCESSADO"
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE
          ELSE
               MOVE    "SIM"           TO          WS-IDX-ABERTO.
          PERFORM      LE-OPERADOR.
          PERFORM      LE-FILIAL-ENVELOPE.
          PERFORM      CARREGA-LIMITE.
          IF           FIM-ARQ         NOT EQUAL   "SIM"
               PERFORM CARREGA-DIGITAIS.
          PERFORM      VERIFICA-CHECKPOINT-ANTERIOR.
          OPEN         OUTPUT          ARQ-CKPT.

       LE-OPERADOR.
          OPEN         INPUT           ARQ-AUT.
          IF           WS-STATUS-AUT   EQUAL       "00"
               READ    ARQ-AUT
                       AT END
                       NEXT SENTENCE
                       NOT AT END
                       MOVE AUT-OPERADOR   TO      WS-OPERADOR
               END-READ
               CLOSE   ARQ-AUT.
          IF           WS-OPERADOR     EQUAL       SPACES
               DISPLAY "REDF01 - PARM-REDF01-AUT.DAT AUSENTE OU SEM "
                       "OPERADOR - NENHUM LOTE E PROCESSADO"
               MOVE    "SIM"           TO          FIM-ARQ
               MOVE    16              TO          RETURN-CODE.

       LE-FILIAL-ENVELOPE.
          OPEN         INPUT           ARQ-TRANS.
          READ         ARQ-TRANS
                       AT END
                       NEXT SENTENCE
                       NOT AT END
                       IF   HDR-TIPO-REG   EQUAL   "A"
                            MOVE HDR-FILIAL    TO      WS-FILIAL
                       END-IF.
          CLOSE        ARQ-TRANS.

       CARREGA-LIMITE.
          OPEN         INPUT           ARQ-LIMITES.
          MOVE         "NAO"           TO          WS-CKPT-FIM.
          PERFORM      UNTIL   WS-CKPT-FIM  EQUAL   "SIM"
                READ    ARQ-LIMITES
                        AT END
                        MOVE "SIM"             TO   WS-CKPT-FIM
                        NOT AT END
                        IF   LIM-FILIAL    EQUAL   WS-FILIAL
                             AND WS-FILIAL NOT EQUAL SPACES
                             MOVE "SIM"        TO   WS-TEM-LIMITE
                             MOVE LIM-VALOR    TO   WS-LIMITE-FILIAL
                        END-IF
                        IF   LIM-FILIAL    EQUAL   "****"
                             MOVE "SIM"        TO   WS-TEM-LIMITE-GERAL
                             MOVE LIM-VALOR    TO   WS-LIMITE-GERAL
                        END-IF
                END-READ
          END-PERFORM.
          CLOSE        ARQ-LIMITES.
          IF           WS-TEM-LIMITE   EQUAL       "NAO"
               AND     WS-TEM-LIMITE-GERAL EQUAL   "SIM"
               MOVE    "SIM"           TO          WS-TEM-LIMITE
               MOVE    WS-LIMITE-GERAL TO          WS-LIMITE-FILIAL.
          IF           WS-TEM-LIMITE   EQUAL       "SIM"
               DISPLAY "REDF01 - FILIAL " WS-FILIAL
                       " LIMITE POR LOTE " WS-LIMITE-FILIAL
          ELSE
               DISPLAY "REDF01 - FILIAL " WS-FILIAL
                       " SEM LIMITE DE VALOR POR LOTE".

       CARREGA-DIGITAIS.
          OPEN         INPUT           ARQ-PARM-DIG.
          READ         ARQ-PARM-DIG
                       AT END
                       NEXT SENTENCE
                       NOT AT END
                       IF   PRM-DIG-DIAS   NUMERIC
                            AND PRM-DIG-DIAS GREATER ZEROS
                            MOVE PRM-DIG-DIAS  TO      WS-DIG-DIAS
                       END-IF.
          CLOSE        ARQ-PARM-DIG.
          MOVE         FUNCTION CURRENT-DATE (1:8) TO      WS-DIG-HOJE.
          COMPUTE      WS-DIG-CORTE-INT    =   FUNCTION INTEGER-OF-DATE
                                              (WS-DIG-HOJE)
                                              - WS-DIG-DIAS.
          OPEN         INPUT           ARQ-DIG-ENT.
          MOVE         "NAO"           TO          WS-CKPT-FIM.
          PERFORM      UNTIL   WS-CKPT-FIM  EQUAL   "SIM"
                READ    ARQ-DIG-ENT
                        AT END
                        MOVE "SIM"             TO   WS-CKPT-FIM
                        NOT AT END
                        PERFORM GUARDA-DIGITAL-ANTERIOR
                END-READ
          END-PERFORM.
          CLOSE        ARQ-DIG-ENT.
          IF           WS-DIG-CHEIA    EQUAL       "SIM"
               DISPLAY "REDF01 - TABELA DE DIGITAIS CHEIA (2000) - "
                       "REDF-DIGITAIS.DAT NAO E DEPURADO NESTA "
                       "EXECUCAO"
               OPEN    EXTEND          ARQ-DIG-SAI
          ELSE
               OPEN    OUTPUT          ARQ-DIG-SAI
               PERFORM VARYING WS-IND-DIG FROM 1 BY 1
                       UNTIL   WS-IND-DIG GREATER WS-TOTAL-DIGITAIS
                       MOVE    WS-DIGITAL (WS-IND-DIG)
                                               TO   REG-DIG-SAI
                       WRITE   REG-DIG-SAI
               END-PERFORM.
          MOVE         "SIM"           TO          WS-DIG-ABERTO.
          DISPLAY      "REDF01 - DIGITAIS DE LOTE GUARDADAS POR "
                       WS-DIG-DIAS " DIAS: " WS-TOTAL-DIGITAIS
                       " - EXPIRADAS: " WS-CT-DIG-EXPIRADAS.

       GUARDA-DIGITAL-ANTERIOR.
          COMPUTE      WS-DIG-GRAV-INT     =   FUNCTION INTEGER-OF-DATE
                                              (DGE-DATA-GRAV).
          IF           WS-DIG-GRAV-INT LESS        WS-DIG-CORTE-INT
               ADD     1               TO          WS-CT-DIG-EXPIRADAS
          ELSE
          IF           WS-TOTAL-DIGITAIS   EQUAL   2000
               MOVE    "SIM"           TO          WS-DIG-CHEIA
          ELSE
               ADD     1               TO          WS-TOTAL-DIGITAIS
               MOVE    REG-DIG-ENT     TO
                       WS-DIGITAL (WS-TOTAL-DIGITAIS).

       ABRE-JOBLOG.
          MOVE         FUNCTION CURRENT-DATE (1:14)
                                       TO          WS-JOBLOG-INICIO.
                                               TO   VALOR-TOTAL
                        MOVE CKPT-ANT-REGISTROS-LIDOS
                                               TO   WS-A-DESCARTAR
                        MOVE CKPT-ANT-CLI-DESC TO   WS-CT-CLI-DESC
                        MOVE CKPT-ANT-DIG-RESUMO
                                               TO   WS-DIG-RESUMO
                END-READ
          END-PERFORM.
          IF           WS-RESTAURADO  EQUAL   "SIM"
          ELSE
               MOVE    ZEROS           TO          CONT
                                                    VALOR-TOTAL
                                                    WS-CT-CLI-DESC
                                                    WS-DIG-RESUMO
               MOVE    QUANT-ENT       TO          AUX-QUANT
               MOVE    VALOR-ENT       TO          AUX-VALOR
               MOVE    LOTE-NUM        TO          WS-LOTE-NUM
          ADD          1               TO          WS-SEQ-DET.
          ADD          VALOR-DET       TO          VALOR-TOTAL.
          ADD          1               TO          CONT.
          COMPUTE      WS-DIG-RESUMO   =   FUNCTION MOD
                                            (WS-DIG-RESUMO * 31
                                             + VALOR-DET * 100,
                                             999999937).
          DISPLAY      "SEQ " WS-SEQ-DET
                       " VALOR-DET " VALOR-DET
                       " TOTAL PARCIAL " VALOR-TOTAL.
          PERFORM      VERIFICA-CLIENTE.

       VERIFICA-CLIENTE.
          IF           DET-COD-CLI     NOT NUMERIC
               PERFORM GRAVA-CLI-DESC
          ELSE
               MOVE    DET-COD-CLI     TO          COD-IDX
               READ    CADCLI2-IDX
                       INVALID KEY
                       PERFORM GRAVA-CLI-DESC
               END-READ.

       GRAVA-CLI-DESC.
          ADD          1               TO          WS-CT-CLI-DESC.
          DISPLAY      "SEQ " WS-SEQ-DET
                       " CLIENTE " REG-DET (2:5) " DESCONHECIDO".
          MOVE         WS-LOTE-NUM     TO          DSC-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          DSC-LOTE-DATA.
          MOVE         WS-SEQ-DET      TO          DSC-SEQ-DET.
          MOVE         REG-DET (2:5)   TO          DSC-COD-CLI.
          MOVE         VALOR-DET       TO          DSC-VALOR-DET.
          WRITE        REG-CLI-DESC.

       CHECKPOINT-SE-NECESSARIO.
          IF           FUNCTION MOD (WS-REGISTROS-LIDOS,
          MOVE         VALOR-TOTAL     TO          CKPT-VALOR-TOTAL.
          MOVE         WS-REGISTROS-LIDOS
                                       TO          CKPT-REGISTROS-LIDOS.
          MOVE         WS-CT-CLI-DESC  TO          CKPT-CLI-DESC.
          MOVE         WS-DIG-RESUMO   TO          CKPT-DIG-RESUMO.
          WRITE        REG-CKPT.
          ADD          1               TO          WS-REGISTROS-GRAVADOS.

       VERIFICA-TOTAL.
          COMPUTE      WS-DIFERENCA    =   FUNCTION ABS
                                            (VALOR-TOTAL - AUX-VALOR).
          MOVE         "NAO"           TO          WS-LOTE-OK.
          IF           (CONT           EQUAL       AUX-QUANT) AND
                       (WS-DIFERENCA   NOT GREATER TOLERANCIA) AND
                       (WS-CT-CLI-DESC EQUAL       ZEROS)
               MOVE    "SIM"           TO          WS-LOTE-OK.
          MOVE         "NAO"           TO          WS-LOTE-RETIDO
                                                   WS-LOTE-ACIMA-LIMITE
                                                   WS-LOTE-DUPLICADO.
          IF           WS-LOTE-OK      EQUAL       "SIM"
               AND     WS-TEM-LIMITE   EQUAL       "SIM"
               AND     VALOR-TOTAL     GREATER     WS-LIMITE-FILIAL
               MOVE    "SIM"           TO          WS-LOTE-RETIDO
                                                   WS-LOTE-ACIMA-LIMITE.
          IF           WS-LOTE-OK      EQUAL       "SIM"
               PERFORM CONFERE-DIGITAL.
          IF           WS-LOTE-DUPLICADO   EQUAL   "SIM"
               MOVE    "SIM"           TO          WS-LOTE-RETIDO.
          IF           WS-LOTE-OK      EQUAL       "SIM"
               DISPLAY "LOTE OK - LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
                       WS-LOTE-AA
                            " ACEITA DENTRO DA TOLERANCIA DE "
                            TOLERANCIA
               END-IF
               IF      WS-LOTE-RETIDO  EQUAL       "SIM"
                    PERFORM GRAVA-LOTE-RETIDO
               ELSE
                    PERFORM GRAVA-LOTE-ACEITO
               END-IF
               PERFORM GRAVA-PROTO-LOTE
          ELSE
               DISPLAY "LOTE REJEITADO - LOTE " WS-LOTE-NUM
               DISPLAY "VALOR CONTABILIZADO           : " VALOR-TOTAL
               DISPLAY "QUANTIDADE INFORMADOS         : " AUX-QUANT
               DISPLAY "TOTAL DE REGISTROS LIDO       : " CONT
               DISPLAY "DETALHES DE CLIENTE DESCONHEC.: "
                       WS-CT-CLI-DESC
               PERFORM GRAVA-LOTE-REJEITADO
               PERFORM GRAVA-PROTO-LOTE.

          IF           WS-STATUS-PROTO NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-PROTO.
          MOVE         SPACES          TO          REG-PROTO.
          IF           WS-LOTE-DUPLICADO   EQUAL   "SIM"
               STRING  "LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
                       WS-LOTE-AA " - RETIDO - DUPLICA LOTE "
                       WS-DGT-LOTE-NUM (WS-ACHADO-DIG) "/"
                       WS-DGT-LOTE-DATA (WS-ACHADO-DIG) " FIL "
                       WS-DGT-FILIAL (WS-ACHADO-DIG)
                       DELIMITED BY SIZE INTO REG-PROTO
          ELSE
          IF           WS-LOTE-RETIDO  EQUAL       "SIM"
               STRING  "LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
                       WS-LOTE-AA " - RETIDO PARA LIBERACAO - "
                       "VALOR ACIMA DO LIMITE"
                       DELIMITED BY SIZE INTO REG-PROTO
          ELSE
          IF           WS-LOTE-OK      EQUAL       "SIM"
               STRING  "LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
                       WS-LOTE-AA " - ACEITO"
                       DELIMITED BY SIZE INTO REG-PROTO
          ELSE
          IF           WS-CT-CLI-DESC  GREATER     ZEROS
               STRING  "LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
                       WS-LOTE-AA " - REJEITADO - CLIENTE "
                       "DESCONHECIDO"
                       DELIMITED BY SIZE INTO REG-PROTO
          ELSE
               STRING  "LOTE " WS-LOTE-NUM
                       " DATA " WS-LOTE-DD "/" WS-LOTE-MM "/"
          WRITE        REG-LOTE-ACEITO.
          ADD          1               TO          WS-REGISTROS-GRAVADOS.

       CONFERE-DIGITAL.
          MOVE         ZEROS           TO          WS-ACHADO-DIG.
          MOVE         "NAO"           TO          WS-DIG-MESMO-LOTE.
          PERFORM      VARYING WS-IND-DIG FROM 1 BY 1
                       UNTIL   WS-IND-DIG GREATER WS-TOTAL-DIGITAIS
                       IF      WS-DGT-QUANT (WS-IND-DIG) EQUAL CONT
                               AND WS-DGT-VALOR (WS-IND-DIG) EQUAL
                                   VALOR-TOTAL
                               AND WS-DGT-RESUMO (WS-IND-DIG) EQUAL
                                   WS-DIG-RESUMO
                               PERFORM COMPARA-DIGITAL
                       END-IF
          END-PERFORM.
          IF           WS-DIG-MESMO-LOTE   EQUAL   "NAO"
               PERFORM GRAVA-DIGITAL.
          IF           WS-ACHADO-DIG   GREATER     ZEROS
               AND     WS-DIG-MESMO-LOTE   EQUAL   "NAO"
               MOVE    "SIM"           TO          WS-LOTE-DUPLICADO
               ADD     1               TO          WS-CT-DUPLICADOS
               DISPLAY "LOTE SUSPEITO DE DUPLICIDADE - MESMA DIGITAL "
                       "DO LOTE " WS-DGT-LOTE-NUM (WS-ACHADO-DIG)
                       " DATA " WS-DGT-LOTE-DATA (WS-ACHADO-DIG)
                       " FILIAL " WS-DGT-FILIAL (WS-ACHADO-DIG).

       COMPARA-DIGITAL.
          IF           WS-DGT-LOTE-NUM (WS-IND-DIG)    EQUAL
                       WS-LOTE-NUM
               AND     WS-DGT-LOTE-DATA (WS-IND-DIG)   EQUAL
                       WS-LOTE-DATA
               AND     WS-DGT-FILIAL (WS-IND-DIG)      EQUAL
                       WS-FILIAL
               MOVE    "SIM"           TO          WS-DIG-MESMO-LOTE
          ELSE
          IF           WS-ACHADO-DIG   EQUAL       ZEROS
               MOVE    WS-IND-DIG      TO          WS-ACHADO-DIG.

       GRAVA-DIGITAL.
          MOVE         CONT            TO          DGS-QUANT.
          MOVE         VALOR-TOTAL     TO          DGS-VALOR.
          MOVE         WS-DIG-RESUMO   TO          DGS-RESUMO.
          MOVE         WS-LOTE-NUM     TO          DGS-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          DGS-LOTE-DATA.
          MOVE         WS-FILIAL       TO          DGS-FILIAL.
          MOVE         WS-DIG-HOJE     TO          DGS-DATA-GRAV.
          WRITE        REG-DIG-SAI.
          IF           WS-TOTAL-DIGITAIS   LESS    2000
               ADD     1               TO          WS-TOTAL-DIGITAIS
               MOVE    REG-DIG-SAI     TO
                       WS-DIGITAL (WS-TOTAL-DIGITAIS).

       GRAVA-LOTE-RETIDO.
          ADD          1               TO          WS-CT-RETIDOS.
          IF           WS-LOTE-ACIMA-LIMITE    EQUAL   "SIM"
               DISPLAY "LOTE RETIDO PARA LIBERACAO - VALOR "
                       VALOR-TOTAL " ACIMA DO LIMITE "
                       WS-LIMITE-FILIAL.
          OPEN         EXTEND          ARQ-FILA.
          IF           WS-STATUS-FILA  NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-FILA.
          MOVE         WS-LOTE-NUM     TO          FLB-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          FLB-LOTE-DATA.
          MOVE         WS-FILIAL       TO          FLB-FILIAL.
          MOVE         CONT            TO          FLB-QUANT.
          MOVE         VALOR-TOTAL     TO          FLB-VALOR.
          MOVE         WS-LIMITE-FILIAL            TO      FLB-LIMITE.
          MOVE         WS-OPERADOR     TO          FLB-OPERADOR.
          MOVE         FUNCTION CURRENT-DATE (1:14)
                                       TO          FLB-DATA-HORA.
          MOVE         "P"             TO          FLB-STATUS.
          MOVE         SPACES          TO          FLB-SUPERVISOR
                                                   FLB-DATA-DECISAO.
          IF           WS-LOTE-DUPLICADO   EQUAL   "SIM"
               MOVE    WS-DGT-LOTE-NUM (WS-ACHADO-DIG)
                                       TO          FLB-ORIG-LOTE-NUM
               MOVE    WS-DGT-LOTE-DATA (WS-ACHADO-DIG)
                                       TO          FLB-ORIG-LOTE-DATA
               MOVE    WS-DGT-FILIAL (WS-ACHADO-DIG)
                                       TO          FLB-ORIG-FILIAL
               IF      WS-LOTE-ACIMA-LIMITE    EQUAL   "SIM"
                    MOVE "A"           TO          FLB-MOTIVO
               ELSE
                    MOVE "D"           TO          FLB-MOTIVO
               END-IF
          ELSE
               MOVE    "V"             TO          FLB-MOTIVO
               MOVE    ZEROS           TO          FLB-ORIG-LOTE-NUM
                                                   FLB-ORIG-LOTE-DATA
               MOVE    SPACES          TO          FLB-ORIG-FILIAL.
          WRITE        REG-FILA.
          CLOSE        ARQ-FILA.
          ADD          1               TO      WS-REGISTROS-GRAVADOS.

       GRAVA-LOTE-REJEITADO.
          MOVE         WS-LOTE-NUM     TO          REJ-LOTE-NUM.
          MOVE         WS-LOTE-DATA    TO          REJ-LOTE-DATA.
          CLOSE        ARQ-ENT
                       ARQ-REJEITADO
                       ARQ-ACEITO
                       ARQ-CLI-DESC
                       ARQ-CKPT.
          IF           WS-IDX-ABERTO   EQUAL       "SIM"
               CLOSE   CADCLI2-IDX.
          IF           WS-DIG-ABERTO   EQUAL       "SIM"
               CLOSE   ARQ-DIG-SAI.
          IF           WS-CT-DUPLICADOS    GREATER ZEROS
               DISPLAY "REDF01 - LOTES SUSPEITOS DE DUPLICIDADE: "
                       WS-CT-DUPLICADOS.
          IF           WS-CT-RETIDOS   GREATER     ZEROS
               DISPLAY "REDF01 - LOTES RETIDOS PARA LIBERACAO EM "
                       "REDF-FILA-LIB.DAT: " WS-CT-RETIDOS.
          PERFORM      GRAVA-JOBLOG.
                      
