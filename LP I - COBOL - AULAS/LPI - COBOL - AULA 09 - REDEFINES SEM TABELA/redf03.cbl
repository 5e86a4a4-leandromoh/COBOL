      *          TERCA PERDIDO NO TRANSPORTE APARECE ANTES DA
      *          CONCILIACAO, E NAO DEPOIS. ENVELOPE ANTIGO COM
      *          SEQUENCIA ZERADA PASSA SEM CONTROLE, COM AVISO.
      *          CADA CAPA "L" DE UM ENVELOPE ACEITO E ACRESCENTADA
      *          AO HISTORICO DE TRANSMISSOES REDF03-HIST.DAT
      *          (FILIAL, SEQUENCIA, NUMERO E DATA DO LOTE, QUANTIDADE
      *          E VALOR DECLARADOS) - O TOTAL QUE A MATRIZ ESPERA DE
      *          CADA FILIAL NO FECHAMENTO DO MES DE REDF06.

       ENVIRONMENT             DIVISION.

           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-SEQ-SAI     ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL.
           SELECT      ARQ-HIST        ASSIGN      TO      DISK
           ORGANIZATION                IS          LINE    SEQUENTIAL
           FILE STATUS                 IS          WS-STATUS-HIST.

       DATA                    DIVISION.

           02 TRN-TIPO-REG         PIC  X(001).
           02 TRN-QUANT-ENT        PIC  9(003).
           02 TRN-VALOR-ENT        PIC  9(007)V9(002).
           02 TRN-LOTE-NUM         PIC  9(006).
           02 TRN-LOTE-DATA        PIC  9(006).
           02 FILLER               PIC  X(005).

       01  REG-TRANS-TRAILER       REDEFINES      REG-TRANS.
           02 TRL-TIPO-REG         PIC  X(001).
           02 SEQ-SAI-FILIAL       PIC  X(004).
           02 SEQ-SAI-ULTIMA       PIC  9(004).

       FD  ARQ-HIST
           LABEL       RECORD          ARE         STANDARD
           VALUE       OF FILE-ID      IS          "REDF03-HIST.DAT".

       01  REG-HIST.
           02 HIS-FILIAL           PIC  X(004).
           02 HIS-SEQUENCIA        PIC  9(004).
           02 HIS-LOTE-NUM         PIC  9(006).
           02 HIS-LOTE-DATA        PIC  9(006).
           02 HIS-QUANT-ENT        PIC  9(003).
           02 HIS-VALOR-ENT        PIC  9(007)V9(002).

       WORKING-STORAGE         SECTION.

       77  FIM-ARQ                     PIC X(003)  VALUE "NAO".
       77  WS-TOTAL-SEQ                PIC 9(003)  VALUE ZEROS.
       77  WS-ULTIMA-SEQ               PIC 9(004)  VALUE ZEROS.
       77  WS-SEQ-OK                   PIC X(003)  VALUE "NAO".
       77  WS-STATUS-HIST              PIC X(002).

       01  TABELA-SEQUENCIAS.
           02 WS-SEQ                   OCCURS      100    TIMES.
       GRAVA-CORPO.
          OPEN         INPUT           ARQ-TRANS.
          OPEN         OUTPUT          ARQ-ENT.
          OPEN         EXTEND          ARQ-HIST.
          IF           WS-STATUS-HIST  NOT EQUAL   "00"
               OPEN    OUTPUT          ARQ-HIST.
          MOVE         "NAO"           TO          FIM-ARQ.
          PERFORM      UNTIL   FIM-ARQ EQUAL   "SIM"
                READ    ARQ-TRANS
                             MOVE REG-TRANS    TO   REG-ENT
                             WRITE REG-ENT
                        END-IF
                        IF REG-TRANS (1:1) EQUAL "L"
                             PERFORM GRAVA-HISTORICO
                        END-IF
                END-READ
          END-PERFORM.
          CLOSE        ARQ-TRANS
                       ARQ-ENT
                       ARQ-HIST.
          PERFORM      ATUALIZA-SEQUENCIA.
          DISPLAY      "REDF03 - ENVELOPE OK - FILIAL " WS-HDR-FILIAL
                       " DATA " WS-HDR-DATA
                       " - " WS-CT-CORPO
                       " REGISTROS ENTREGUES A REDF01 EM ARQ-ENT.DAT".

       GRAVA-HISTORICO.
          MOVE         WS-HDR-FILIAL   TO          HIS-FILIAL.
          MOVE         WS-HDR-SEQUENCIA
                                       TO          HIS-SEQUENCIA.
          MOVE         TRN-LOTE-NUM    TO          HIS-LOTE-NUM.
          MOVE         TRN-LOTE-DATA   TO          HIS-LOTE-DATA.
          MOVE         TRN-QUANT-ENT   TO          HIS-QUANT-ENT.
          MOVE         TRN-VALOR-ENT   TO          HIS-VALOR-ENT.
          WRITE        REG-HIST.

       GRAVA-PROTOCOLO.
          OPEN         OUTPUT          ARQ-PROTO.
          MOVE         SPACES          TO          REG-PROTO.
