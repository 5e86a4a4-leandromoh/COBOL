      *          ESPECIFICO "EX06" (SEM ELE O PADRAO E 100%, OU SEJA,
      *          SEM TRAVA), ENQUANTO EX01/EX02/EX08 PARTEM DOS 50%
      *          DE SEMPRE.
      *          NO ENSAIO GERAL DE EX10 (PREFIXO EM PARM-LOTE.DAT) OS
      *          NOMES PASSAM PELO SUBPROGRAMA ENSSRV: CADENT E LIDO
      *          DO ENSAIO QUANDO EX31 O GEROU NELE, CADSEL E CADEXC
      *          VAO PARA OS NOMES DO ENSAIO E REJ-COMUM E JOBLOG PARA
      *          AS COPIAS DO ENSAIO, NUNCA PARA OS REAIS.
      *          O ESTOURO DO PORTAO DE QUALIDADE TAMBEM VAI, COMO
      *          ALERTA CRITICO, PARA A FILA CENTRAL ALERTAS.DAT
      *          (SUBPROGRAMA ALRSRV).

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN DYNAMIC WS-NOME-REJ-COMUM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT JOBLOG ASSIGN DYNAMIC WS-NOME-JOBLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBLOG.

       DATA DIVISION.
              COPY PARMLOTE.

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD.

       01 REG-REJ-COMUM.
              COPY REJCOM.

       FD JOBLOG
          LABEL         RECORD         ARE         STANDARD.

       01 REG-JOBLOG.
              COPY JOBLOG.
       77 WS-CT-LIDOS PIC 9(007) VALUE ZEROES.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-NOME-CADENT PIC X(040) VALUE "CADENT.DAT".
       77 WS-NOME-CADSEL PIC X(040) VALUE "CADSEL.DAT".
       77 WS-NOME-CADEXC PIC X(040) VALUE "CADEXC.DAT".
       77 WS-NOME-REJ-COMUM PIC X(040) VALUE "REJ-COMUM.DAT".
       77 WS-NOME-JOBLOG PIC X(040) VALUE "JOBLOG.DAT".
       77 WS-LIMITE-SALARIO PIC 9(7)V99 VALUE 3000.
       77 WS-CT-SELECIONADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-FOLHA PIC 9(9)V99 VALUE ZEROES.
       77 WS-LIMITE-REJ PIC 9(3)V99 VALUE 100,00.
       77 WS-TAXA-REJ PIC 9(3)V99 VALUE ZEROES.
       77 WS-TAXA-ED PIC ZZ9,99.
       77 WS-LIMITE-ED PIC ZZ9,99.
       77 WS-RC-ALERTA PIC S9(04) VALUE ZEROES.
       77 WS-FIM-QUALIDADE PIC 9(01) VALUE 0.

       01 ENSSRV-AREA.
              COPY ENSSRV.

       01 ALRSRV-AREA.
              COPY ALRSRV.

       PROCEDURE DIVISION.

       PROGRAMA06.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM LE-PARAMETRO-QUALIDADE.
              PERFORM MONTA-NOMES-ARQUIVOS.
              PERFORM MONTA-NOMES-ENSAIO.
              PERFORM ABRE-JOBLOG.
              OPEN INPUT CADENT OUTPUT CADSEL OUTPUT CADEXC.
              IF WS-STATUS-CADENT NOT EQUAL "00"
                            INTO WS-NOME-CADEXC
              END-IF.

       MONTA-NOMES-ENSAIO.
              MOVE "E" TO ENS-FUNCAO.
              MOVE WS-NOME-CADENT TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADENT.
              MOVE "S" TO ENS-FUNCAO.
              MOVE WS-NOME-CADSEL TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADSEL.
              MOVE WS-NOME-CADEXC TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-CADEXC.
              MOVE "A" TO ENS-FUNCAO.
              MOVE WS-NOME-REJ-COMUM TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-REJ-COMUM.
              MOVE WS-NOME-JOBLOG TO ENS-NOME.
              CALL "ENSSRV" USING ENSSRV-AREA.
              MOVE ENS-NOME TO WS-NOME-JOBLOG.

       GRAVA-CABECALHO-GERACAO.
              MOVE SPACES TO REG-SAI-CAB.
              MOVE "H" TO CAB-TIPO.
                                    WS-LIMITE-REJ "% - ARQUIVO INTEIRO "
                                    "SUSPEITO, CADEIA DEVE PARAR"
                            MOVE 12 TO RETURN-CODE
                            PERFORM ALERTA-QUALIDADE
                     END-IF
              END-IF.

       ALERTA-QUALIDADE.
              MOVE WS-TAXA-REJ TO WS-TAXA-ED.
              MOVE WS-LIMITE-REJ TO WS-LIMITE-ED.
              MOVE "C" TO ALS-SEVERIDADE.
              MOVE SPACES TO ALS-MENSAGEM.
              STRING "TAXA DE REJEICAO " DELIMITED BY SIZE
                     WS-TAXA-ED          DELIMITED BY SIZE
                     "% ACIMA DO LIMITE " DELIMITED BY SIZE
                     WS-LIMITE-ED        DELIMITED BY SIZE
                     "%"                 DELIMITED BY SIZE
                     INTO ALS-MENSAGEM
              END-STRING.
              PERFORM REGISTRA-ALERTA.

       REGISTRA-ALERTA.
              MOVE "EX06" TO ALS-PROGRAMA.
              MOVE SPACES TO ALS-FILIAL.
      * O CALL DEVOLVE O RETURN-CODE DE ALRSRV - O DO PASSO E MANTIDO
              MOVE RETURN-CODE TO WS-RC-ALERTA.
              CALL "ALRSRV" USING ALRSRV-AREA.
              MOVE WS-RC-ALERTA TO RETURN-CODE.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
