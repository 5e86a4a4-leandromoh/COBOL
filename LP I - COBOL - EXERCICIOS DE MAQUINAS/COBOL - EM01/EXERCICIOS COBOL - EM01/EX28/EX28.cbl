      *          MODO, RETENCAO, GERACAO A RESTAURAR; PADRAO "S" COM
      *          3 GERACOES). NO MODO "R", A GERACAO INDICADA E
      *          COPIADA DE VOLTA POR CIMA DO NOME VIVO DE CADA
      *          MESTRE, E OS ESPELHOS INDEXADOS CADCLI2-IDX.DAT E
      *          CADCLI2-DOC.DAT (DOCUMENTO DO CLIENTE) SAO
      *          ESVAZIADOS PARA EX01 RECONSTRUI-LOS, NA PROXIMA
      *          EXECUCAO, A PARTIR DO CADCLI2 RESTAURADO - SENAO A
      *          VERIFICACAO DE DUPLICIDADE (E EX09/EX40) FICARIA
      *          CONFERINDO CONTRA O ESTADO MAIS NOVO QUE ACABOU DE
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COD-IDX
              FILE STATUS IS WS-STATUS-GR.
       SELECT CLI2-DOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-DOC-IDX
              FILE STATUS IS WS-STATUS-GR.

       DATA DIVISION.


       FD CLI2-LE
          LABEL         RECORD         ARE         STANDARD.
       01 REG-CLI2-LE PIC X(41).

       FD CLI2-GR
          LABEL         RECORD         ARE         STANDARD.
       01 REG-CLI2-GR PIC X(41).

       FD FUN-LE
          LABEL         RECORD         ARE         STANDARD.
       01 REG-FUN-LE.
              02 FUN-LE-CODIGO PIC 9(05).
              02 FILLER        PIC X(67).

       FD FUN-GR
          LABEL         RECORD         ARE         STANDARD.
       01 REG-FUN-GR.
              02 FUN-GR-CODIGO PIC 9(05).
              02 FILLER        PIC X(67).

       FD SAI-LE
          LABEL         RECORD         ARE         STANDARD.
              02 COD-IDX  PIC 9(05).
              02 NOME-IDX PIC X(20).

       FD CLI2-DOC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADCLI2-DOC.DAT".

       01 REG-DOC-IDX.
              02 CHAVE-DOC-IDX.
                     03 TIPO-DOC-IDX   PIC X(01).
                     03 NUMERO-DOC-IDX PIC X(14).
              02 COD-DOC-IDX PIC 9(05).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-LE PIC X(02).
       LIMPA-INDICE-CLI2.
              OPEN OUTPUT CLI2-IDX.
              CLOSE CLI2-IDX.
              OPEN OUTPUT CLI2-DOC.
              CLOSE CLI2-DOC.
              DISPLAY "EX28 - CADCLI2-IDX.DAT E CADCLI2-DOC.DAT "
                      "ESVAZIADOS - EX01 RECONSTROI OS INDICES DO "
                      "CADCLI2 RESTAURADO NA PROXIMA EXECUCAO".

       RESTAURA-MESTRE.
              PERFORM MONTA-NOME-GERACAO.
