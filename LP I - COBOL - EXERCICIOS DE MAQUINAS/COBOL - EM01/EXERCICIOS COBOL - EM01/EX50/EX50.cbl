      *          BLOQ-CONTAS.DAT (ALIMENTADA POR EX23 NAS RECUSAS DE
      *          CONTA ENCERRADA), O BLOQUEIO E LIMPO E A MATRICULA
      *          VOLTA A ENTRAR NA REMESSA DE EX14 NO CICLO
      *          SEGUINTE.
      *          TODA INCLUSAO, ALTERACAO OU EXCLUSAO APLICADA TAMBEM E
      *          ACRESCENTADA AO HISTORICO CADBCO-LOG.DAT (DATA-HORA,
      *          MATRICULA, ACAO E OS DADOS BANCARIOS GRAVADOS): E POR
      *          ELE QUE EX106 SABE SE A CONTA DE UM CREDITO RECUSADO
      *          FOI CORRIGIDA DEPOIS DA RECUSA.
      *          O MVTO-BCO.DAT VEM EM LOTES DE DIGITACAO, CADA UM
      *          ABERTO POR UM CABECALHO (COPY LOTEDIG) COM NUMERO,
      *          OPERADOR, QUANTIDADE DE DOCUMENTOS E HASH DA MATRICULA
      *          E DO NUMERO DA CONTA, CONFERIDOS NA PRIMEIRA LEITURA DO
      *          ARQUIVO PELO SUBPROGRAMA LOTSRV, ANTES DE QUALQUER
      *          MOVIMENTO SER APLICADO; O LOTE QUE NAO BATE NAO E
      *          APLICADO E VAI PARA LOTES-REJ.DAT, COM O MOTIVO, PARA O
      *          SUPERVISOR DA DIGITACAO (RETURN-CODE 8). MOVIMENTOS
      *          ANTES DO PRIMEIRO CABECALHO SAO RECUSADOS DO MESMO
      *          MODO, COM O MOTIVO "SEM CABECALHO DE LOTE".
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BLOQ-SAI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOG-BCO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOG-BCO.

       DATA DIVISION.

              02 CONTA-MVTO-BCO   PIC 9(08).
              02 DIGITO-MVTO-BCO  PIC 9(01).

       01 REG-LOTE-DIG.
              COPY LOTEDIG.

       FD CADBCO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADBCO.DAT".
              02 BLQ-SAI-MOTIVO    PIC X(02).
              02 BLQ-SAI-DATA      PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADBCO PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-LOG-BCO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-RESTO-DV PIC 9(02) VALUE ZEROES.
       77 WS-DIGITO-CALC PIC 9(02) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTE-RECUSADO PIC 9(05) VALUE ZEROES.
       77 WS-RC-LOTE PIC S9(04) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       01 WS-CONTA-AUX-RED REDEFINES WS-CONTA-AUX.
              02 WS-CONTA-DIG PIC 9(01) OCCURS 8 TIMES.

       01 LOTSRV-AREA.
              COPY LOTSRV.

       PROCEDURE DIVISION.

       PROGRAMA50.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.
       IF WS-RC-LOTE GREATER RETURN-CODE
              MOVE WS-RC-LOTE TO RETURN-CODE
       END-IF.

       GOBACK.

                     PERFORM CRIA-CADBCO
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM CONFERE-LOTES
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF.
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM CONFERE-LOTES
                     PERFORM VERIFICA-FIM
              END-IF.

              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.
              OPEN EXTEND LOG-BCO.
              IF WS-STATUS-LOG-BCO NOT EQUAL "00"
                     OPEN OUTPUT LOG-BCO
              END-IF.
              PERFORM CARREGA-BLOQUEADOS.

       CARREGA-BLOQUEADOS.
              END-PERFORM.
              CLOSE BLOQ-SAI.

      *    CABECALHO DE LOTE E MOVIMENTO DE LOTE RECUSADO NA
      *    CONFERENCIA NAO SAO APLICADOS - A LEITURA SEGUE ATE O
      *    PROXIMO MOVIMENTO A APLICAR OU O FIM DO ARQUIVO.
       VERIFICA-FIM.
              MOVE "1" TO LTS-RETORNO.
              PERFORM UNTIL LTS-RETORNO EQUAL "0"
                         OR FIM-ARQ EQUAL 1
                     READ MVTO-BCO
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM FILTRA-LOTE
                     END-READ
              END-PERFORM.

       FILTRA-LOTE.
              MOVE "P" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "0"
                     ADD 1 TO WS-CT-LIDOS
              ELSE
              IF LTS-RETORNO EQUAL "2"
                     ADD 1 TO WS-CT-LOTE-RECUSADO
              END-IF
              END-IF.

      *    PRIMEIRA LEITURA DO MOVIMENTO: CADA LOTE DE DIGITACAO
      *    E CONFERIDO COM O SEU CABECALHO (QUANTIDADE E HASH)
      *    PELO LOTSRV ANTES DE QUALQUER MOVIMENTO SER APLICADO.
      *    LOTE RECUSADO DA RETURN-CODE 8 NO FIM DO PASSO, MAS OS
      *    DEMAIS LOTES DO ARQUIVO SEGUEM. O ARQUIVO E REABERTO PARA A
      *    APLICACAO.
       CONFERE-LOTES.
              MOVE "I" TO LTS-FUNCAO.
              MOVE "EX50" TO LTS-PROGRAMA.
              MOVE "MVTO-BCO.DAT" TO LTS-ARQUIVO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              PERFORM UNTIL FIM-ARQ EQUAL 1
                     READ MVTO-BCO
                            AT END MOVE 1 TO FIM-ARQ
                            NOT AT END PERFORM SOMA-LOTE
                     END-READ
              END-PERFORM.
              MOVE "F" TO LTS-FUNCAO.
              CALL "LOTSRV" USING LOTSRV-AREA.
              IF LTS-RETORNO EQUAL "8"
                     DISPLAY "EX50 - " LTS-QTDE-RECUSADOS " LOTE(S) DE "
                             "MVTO-BCO RECUSADO(S) - VER LOTES-REJ.DAT"
                     MOVE 8 TO WS-RC-LOTE
              END-IF.
              CLOSE MVTO-BCO.
              OPEN INPUT MVTO-BCO.
              MOVE 0 TO FIM-ARQ.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX50 - ERRO AO REABRIR MVTO-BCO - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              END-IF.

       SOMA-LOTE.
              MOVE "R" TO LTS-FUNCAO.
              MOVE REG-LOTE-DIG TO LTS-REGISTRO.
              MOVE ZEROES TO LTS-CHAVE LTS-VALOR.
              IF MAT-MVTO-BCO NUMERIC
                     MOVE MAT-MVTO-BCO TO LTS-CHAVE
              END-IF.
              IF CONTA-MVTO-BCO NUMERIC
                     MOVE CONTA-MVTO-BCO TO LTS-VALOR
              END-IF.
              CALL "LOTSRV" USING LOTSRV-AREA.

       LOCALIZA-CONTA.
              MOVE MAT-MVTO-BCO TO BCO-MATRICULA.
              MOVE MAT-MVTO-BCO TO MAT-REL-BCO.
              WRITE REG-REL-ALT-BCO.

       GRAVA-LOG-BCO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO LOGB-DATA-HORA.
              MOVE MAT-MVTO-BCO TO LOGB-MATRICULA.
              MOVE TIPO-MVTO-BCO TO LOGB-ACAO.
              MOVE BCO-BANCO TO LOGB-BANCO.
              MOVE BCO-AGENCIA TO LOGB-AGENCIA.
              MOVE BCO-CONTA TO LOGB-CONTA.
              MOVE BCO-DIGITO TO LOGB-DIGITO.
              WRITE REG-LOG-BCO.

       MONTA-REGISTRO.
              MOVE MAT-MVTO-BCO TO BCO-MATRICULA.
              MOVE BANCO-MVTO-BCO TO BCO-BANCO.
                            ADD 1 TO WS-CT-INCLUIDOS
                            MOVE "INCLUIDO" TO ACAO-REL-BCO
                            PERFORM GRAVA-REL-ALT
                            PERFORM GRAVA-LOG-BCO
                            PERFORM LIMPA-BLOQUEIO
                     END-IF
              END-IF.
                            ADD 1 TO WS-CT-ALTERADOS
                            MOVE "ALTERADO" TO ACAO-REL-BCO
                            PERFORM GRAVA-REL-ALT
                            PERFORM GRAVA-LOG-BCO
                            PERFORM LIMPA-BLOQUEIO
                     END-IF
              END-IF.
                     ADD 1 TO WS-CT-EXCLUIDOS
                     MOVE "EXCLUIDO" TO ACAO-REL-BCO
                     PERFORM GRAVA-REL-ALT
                     PERFORM GRAVA-LOG-BCO
              END-IF.

       REJEITA-MOVIMENTO.
       RESUMO-FINAL.
              DISPLAY "EX50 - RESUMO DA MANUTENCAO DE CADBCO".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "EM LOTE RECUSADO   : " WS-CT-LOTE-RECUSADO.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-BCO CADBCO REL-ALT-BCO REJ-COMUM
                           LOG-BCO
                     IF WS-CT-DESBLOQUEADAS GREATER ZEROES
                            PERFORM REGRAVA-BLOQUEADOS
                     END-IF
