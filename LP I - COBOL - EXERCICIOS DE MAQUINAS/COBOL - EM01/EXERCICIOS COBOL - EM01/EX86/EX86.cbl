       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX86.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  MANUTENCAO EM LOTE DO CADASTRO DE ADESAO AO PLANO DE
      *          SAUDE CADSAU.DAT (LAYOUT EM CADSAU.CPY), NO MESMO
      *          MOLDE DE EX45: CADA MOVIMENTO DE MVTO-SAU.DAT TRAZ
      *          MATRICULA, SEQUENCIA (00 = TITULAR, 01 A 99 = O
      *          DEPENDENTE DE CADDEP.DAT), CODIGO DE TRANSACAO ("A"
      *          = ADESAO, "U" = ALTERACAO, "D" = CANCELAMENTO), O
      *          PLANO, A CARTEIRINHA DA OPERADORA E, PARA O TITULAR,
      *          A DATA DE NASCIMENTO (VALIDADA POR DATSRV). O TITULAR
      *          PRECISA ESTAR EM CADFUN.DAT; O DEPENDENTE PRECISA
      *          ESTAR EM CADDEP.DAT, DE ONDE VEM SEU NOME E SEU
      *          NASCIMENTO, E SO ADERE COM O TITULAR JA INSCRITO. O
      *          PLANO TEM DE EXISTIR NA TABELA DE MENSALIDADES
      *          TABSAUDE.DAT. O TITULAR NAO E CANCELADO ENQUANTO
      *          HOUVER DEPENDENTE INSCRITO. CADA MOVIMENTO APLICADO
      *          VAI PARA REL-ALT-SAU.DAT E OS INVALIDOS PARA
      *          REJ-COMUM.DAT (REJ-PROGRAMA "EX86", STATUS "A").
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MVTO-SAU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT CADSAU ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SAU-CHAVE
              FILE STATUS IS WS-STATUS-CADSAU.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT CADDEP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DEP-CHAVE
              FILE STATUS IS WS-STATUS-CADDEP.
       SELECT OPTIONAL ARQ-TABSAUDE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REL-ALT-SAU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.

       DATA DIVISION.

       FILE SECTION.
       FD MVTO-SAU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-SAU.DAT".

       01 REG-MVTO-SAU.
              02 MAT-MVTO-SAU     PIC 9(05).
              02 SEQ-MVTO-SAU     PIC 9(02).
              02 TIPO-MVTO-SAU    PIC X(01).
              02 PLANO-MVTO-SAU   PIC X(04).
              02 CART-MVTO-SAU    PIC X(15).
              02 NASC-MVTO-SAU.
                     03 DD-MVTO-SAU   PIC 9(02).
                     03 MM-MVTO-SAU   PIC 9(02).
                     03 AAAA-MVTO-SAU PIC 9(04).

       FD CADSAU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAU.DAT".

       01 REG-SAU.
              COPY CADSAU.

       FD CADFUN
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADFUN.DAT".

       01 REG-ENT.
              02 CODIGO    PIC 9(5).
              02 NOME     PIC X(20).
              02 SALARIO-BRUTO  PIC 9(7)V99.
              02 DEPTO    PIC X(04).
              02 CARGO    PIC X(15).
              02 DATA-ADMISSAO PIC 9(08).
              02 CPF PIC 9(11).

       FD CADDEP
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADDEP.DAT".

       01 REG-DEP.
              02 DEP-CHAVE.
                     03 DEP-MATRICULA PIC 9(05).
                     03 DEP-SEQ       PIC 9(02).
              02 DEP-NOME      PIC X(20).
              02 DEP-NASC.
                     03 DEP-NASC-DD   PIC 9(02).
                     03 DEP-NASC-MM   PIC 9(02).
                     03 DEP-NASC-AAAA PIC 9(04).
              02 DEP-TIPO      PIC X(01).

       FD ARQ-TABSAUDE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABSAUDE.DAT".

       01 REG-TABSAUDE.
              02 TSA-PLANO       PIC X(04).
              02 TSA-IDADE-ATE   PIC 9(03).
              02 TSA-MENSALIDADE PIC 9(05)V99.

       FD REL-ALT-SAU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-ALT-SAU.DAT".

       01 REG-REL-ALT-SAU.
              02 MAT-REL-SAU   PIC 9(05).
              02 SEQ-REL-SAU   PIC 9(02).
              02 NOME-REL-SAU  PIC X(20).
              02 ACAO-REL-SAU  PIC X(20).
              02 PLANO-REL-SAU PIC X(04).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-CADSAU PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-CADDEP PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-TITULAR-INSCRITO PIC X(03) VALUE "NAO".
       77 WS-DEP-INSCRITO PIC X(03) VALUE "NAO".
       77 WS-PLANO-OK PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-NOME-VIDA PIC X(20) VALUE SPACES.
       77 WS-NASC-VIDA PIC X(08) VALUE SPACES.
       77 WS-FIM-TABSAUDE PIC 9(01) VALUE 0.
       77 WS-TOTAL-FAIXAS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FX PIC 9(03) VALUE ZEROES.
       77 WS-SEQ-AUX PIC 9(03) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALTERADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.

       01 TABELA-PLANOS.
              02 WS-FX-PLANO OCCURS 300 TIMES PIC X(04).

       01 WS-CHAVE-ATUAL.
              02 WS-CHAVE-MAT PIC 9(05).
              02 WS-CHAVE-SEQ PIC 9(02).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA86.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM CARREGA-TABSAUDE.
              OPEN INPUT MVTO-SAU CADFUN CADDEP
                   I-O CADSAU
                   OUTPUT REL-ALT-SAU.
              IF WS-STATUS-MVTO NOT EQUAL "00"
                     DISPLAY "EX86 - ERRO AO ABRIR MVTO-SAU - FILE "
                             "STATUS " WS-STATUS-MVTO
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADFUN NOT EQUAL "00"
                     DISPLAY "EX86 - ERRO AO ABRIR CADFUN - FILE "
                             "STATUS " WS-STATUS-CADFUN
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADDEP NOT EQUAL "00"
                     DISPLAY "EX86 - ERRO AO ABRIR CADDEP - FILE "
                             "STATUS " WS-STATUS-CADDEP
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
              IF WS-STATUS-CADSAU NOT EQUAL "00"
                     PERFORM CRIA-CADSAU
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF
              END-IF
              END-IF
              END-IF.

       CRIA-CADSAU.
              DISPLAY "EX86 - CADSAU.DAT INEXISTENTE - CRIANDO VAZIO".
              OPEN OUTPUT CADSAU.
              CLOSE CADSAU.
              OPEN I-O CADSAU.
              IF WS-STATUS-CADSAU NOT EQUAL "00"
                     DISPLAY "EX86 - ERRO AO ABRIR CADSAU - FILE "
                             "STATUS " WS-STATUS-CADSAU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-REJ-COMUM
                     PERFORM VERIFICA-FIM
              END-IF.

       ABRE-REJ-COMUM.
              OPEN EXTEND REJ-COMUM.
              IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                     OPEN OUTPUT REJ-COMUM
              END-IF.

       CARREGA-TABSAUDE.
              OPEN INPUT ARQ-TABSAUDE.
              PERFORM UNTIL WS-FIM-TABSAUDE EQUAL 1
                     READ ARQ-TABSAUDE
                            AT END MOVE 1 TO WS-FIM-TABSAUDE
                            NOT AT END
                            PERFORM GUARDA-FAIXA
                     END-READ
              END-PERFORM.
              CLOSE ARQ-TABSAUDE.
              IF WS-TOTAL-FAIXAS EQUAL ZEROES
                     DISPLAY "EX86 - AVISO: TABSAUDE.DAT AUSENTE OU "
                             "VAZIO - NENHUM PLANO SERA ACEITO"
              END-IF.

       GUARDA-FAIXA.
              IF WS-TOTAL-FAIXAS EQUAL 300
                     DISPLAY "EX86 - TABELA DE PLANOS CHEIA (300) - "
                             "FAIXA IGNORADA: " TSA-PLANO
              ELSE
                     ADD 1 TO WS-TOTAL-FAIXAS
                     MOVE TSA-PLANO TO WS-FX-PLANO (WS-TOTAL-FAIXAS)
              END-IF.

       VERIFICA-FIM.
              READ MVTO-SAU
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       LOCALIZA-ADESAO.
              MOVE MAT-MVTO-SAU TO SAU-MATRICULA.
              MOVE SEQ-MVTO-SAU TO SAU-SEQ.
              READ CADSAU
                     INVALID KEY
                            MOVE "NAO" TO WS-ENCONTRADO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-ENCONTRADO
              END-READ.

       LOCALIZA-VIDA.
              MOVE SPACES TO WS-NOME-VIDA WS-NASC-VIDA.
              IF SEQ-MVTO-SAU EQUAL ZEROES
                     MOVE MAT-MVTO-SAU TO CODIGO
                     READ CADFUN
                            INVALID KEY
                            MOVE "MATRICULA SEM CADFUN" TO WS-MOTIVO
                            NOT INVALID KEY
                            MOVE NOME TO WS-NOME-VIDA
                            MOVE NASC-MVTO-SAU TO WS-NASC-VIDA
                     END-READ
              ELSE
                     MOVE MAT-MVTO-SAU TO DEP-MATRICULA
                     MOVE SEQ-MVTO-SAU TO DEP-SEQ
                     READ CADDEP
                            INVALID KEY
                            MOVE "DEPENDENTE SEM CADDEP" TO WS-MOTIVO
                            NOT INVALID KEY
                            MOVE DEP-NOME TO WS-NOME-VIDA
                            MOVE DEP-NASC TO WS-NASC-VIDA
                     END-READ
              END-IF.

       VERIFICA-TITULAR.
              MOVE MAT-MVTO-SAU TO SAU-MATRICULA.
              MOVE ZEROES TO SAU-SEQ.
              READ CADSAU
                     INVALID KEY
                            MOVE "NAO" TO WS-TITULAR-INSCRITO
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-TITULAR-INSCRITO
              END-READ.

       VERIFICA-DEPENDENTES.
              MOVE "NAO" TO WS-DEP-INSCRITO.
              PERFORM VERIFICA-DEPENDENTE
                      VARYING WS-SEQ-AUX FROM 1 BY 1
                      UNTIL WS-SEQ-AUX GREATER 99
                      OR WS-DEP-INSCRITO EQUAL "SIM".

       VERIFICA-DEPENDENTE.
              MOVE MAT-MVTO-SAU TO SAU-MATRICULA.
              MOVE WS-SEQ-AUX TO SAU-SEQ.
              READ CADSAU
                     INVALID KEY
                            NEXT SENTENCE
                     NOT INVALID KEY
                            MOVE "SIM" TO WS-DEP-INSCRITO
              END-READ.

       VALIDA-PLANO.
              MOVE "NAO" TO WS-PLANO-OK.
              PERFORM VARYING WS-IND-FX FROM 1 BY 1
                      UNTIL WS-IND-FX GREATER WS-TOTAL-FAIXAS
                      IF WS-FX-PLANO (WS-IND-FX) EQUAL PLANO-MVTO-SAU
                             MOVE "SIM" TO WS-PLANO-OK
                      END-IF
              END-PERFORM.

       VALIDA-DADOS.
              MOVE SPACES TO WS-MOTIVO.
              PERFORM LOCALIZA-VIDA.
              IF WS-MOTIVO EQUAL SPACES
                     PERFORM VALIDA-PLANO
                     IF WS-PLANO-OK EQUAL "NAO"
                            MOVE "PLANO INEXISTENTE" TO WS-MOTIVO
                     ELSE
                     IF CART-MVTO-SAU EQUAL SPACES
                            MOVE "CARTEIRINHA EM BRANCO" TO WS-MOTIVO
                     ELSE
                            PERFORM VALIDA-NASCIMENTO
                     END-IF
                     END-IF
              END-IF.

       VALIDA-NASCIMENTO.
              MOVE "1" TO DAT-RETORNO.
              IF WS-NASC-VIDA IS NUMERIC
                     MOVE "V" TO DAT-FUNCAO
                     MOVE WS-NASC-VIDA (1:2) TO DAT-DIA
                     MOVE WS-NASC-VIDA (3:2) TO DAT-MES
                     MOVE WS-NASC-VIDA (5:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
              END-IF.
              IF DAT-RETORNO NOT EQUAL "0"
                     MOVE "NASCIMENTO INVALIDO" TO WS-MOTIVO
              END-IF.

       GRAVA-REL-ALT.
              MOVE MAT-MVTO-SAU TO MAT-REL-SAU.
              MOVE SEQ-MVTO-SAU TO SEQ-REL-SAU.
              WRITE REG-REL-ALT-SAU.

       MONTA-REGISTRO.
              MOVE MAT-MVTO-SAU TO SAU-MATRICULA.
              MOVE SEQ-MVTO-SAU TO SAU-SEQ.
              MOVE WS-NOME-VIDA TO SAU-NOME.
              MOVE PLANO-MVTO-SAU TO SAU-PLANO.
              MOVE CART-MVTO-SAU TO SAU-CARTEIRINHA.
              MOVE WS-NASC-VIDA TO SAU-NASC.

       INCLUI.
              IF WS-ENCONTRADO EQUAL "SIM"
                     MOVE "JA EXISTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM VALIDA-DADOS
                     IF WS-MOTIVO EQUAL SPACES
                        AND SEQ-MVTO-SAU NOT EQUAL ZEROES
                            PERFORM VERIFICA-TITULAR
                            IF WS-TITULAR-INSCRITO EQUAL "NAO"
                                   MOVE "TITULAR NAO INSCRITO"
                                        TO WS-MOTIVO
                            END-IF
                     END-IF
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-MOVIMENTO
                     ELSE
                            PERFORM MONTA-REGISTRO
                            MOVE FUNCTION CURRENT-DATE (1:8)
                                 TO SAU-DATA-ADESAO
                            WRITE REG-SAU
                            ADD 1 TO WS-CT-INCLUIDOS
                            MOVE "INCLUIDO" TO ACAO-REL-SAU
                            MOVE SAU-NOME TO NOME-REL-SAU
                            MOVE SAU-PLANO TO PLANO-REL-SAU
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       ALTERA.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     PERFORM VALIDA-DADOS
                     IF WS-MOTIVO NOT EQUAL SPACES
                            PERFORM REJEITA-MOVIMENTO
                     ELSE
                            PERFORM MONTA-REGISTRO
                            REWRITE REG-SAU
                            ADD 1 TO WS-CT-ALTERADOS
                            MOVE "ALTERADO" TO ACAO-REL-SAU
                            MOVE SAU-NOME TO NOME-REL-SAU
                            MOVE SAU-PLANO TO PLANO-REL-SAU
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       EXCLUI.
              IF WS-ENCONTRADO EQUAL "NAO"
                     MOVE "INEXISTENTE" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              ELSE
                     MOVE SAU-CHAVE TO WS-CHAVE-ATUAL
                     MOVE SAU-NOME TO NOME-REL-SAU
                     MOVE SAU-PLANO TO PLANO-REL-SAU
                     IF SEQ-MVTO-SAU EQUAL ZEROES
                            PERFORM VERIFICA-DEPENDENTES
                     ELSE
                            MOVE "NAO" TO WS-DEP-INSCRITO
                     END-IF
                     IF WS-DEP-INSCRITO EQUAL "SIM"
                            MOVE "DEPENDENTE INSCRITO" TO WS-MOTIVO
                            PERFORM REJEITA-MOVIMENTO
                     ELSE
                            MOVE WS-CHAVE-ATUAL TO SAU-CHAVE
                            DELETE CADSAU
                            ADD 1 TO WS-CT-EXCLUIDOS
                            MOVE "EXCLUIDO" TO ACAO-REL-SAU
                            PERFORM GRAVA-REL-ALT
                     END-IF
              END-IF.

       REJEITA-MOVIMENTO.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX86" TO REJ-PROGRAMA.
              MOVE MAT-MVTO-SAU TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              MOVE WS-MOTIVO TO ACAO-REL-SAU.
              MOVE WS-NOME-VIDA TO NOME-REL-SAU.
              MOVE PLANO-MVTO-SAU TO PLANO-REL-SAU.
              PERFORM GRAVA-REL-ALT.
              DISPLAY "EX86 - MOVIMENTO REJEITADO: MATRICULA "
                      MAT-MVTO-SAU " SEQ " SEQ-MVTO-SAU " - "
                      WS-MOTIVO.

       PROCESSA-MOVIMENTO.
              MOVE SPACES TO WS-MOTIVO WS-NOME-VIDA.
              PERFORM LOCALIZA-ADESAO.
              IF TIPO-MVTO-SAU EQUAL "A"
                     PERFORM INCLUI
              ELSE
              IF TIPO-MVTO-SAU EQUAL "U"
                     PERFORM ALTERA
              ELSE
              IF TIPO-MVTO-SAU EQUAL "D"
                     PERFORM EXCLUI
              ELSE
                     MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
                     PERFORM REJEITA-MOVIMENTO
              END-IF
              END-IF
              END-IF.

       PRINCIPAL.
              PERFORM PROCESSA-MOVIMENTO.
              PERFORM VERIFICA-FIM.

       RESUMO-FINAL.
              DISPLAY "EX86 - RESUMO DA MANUTENCAO DE CADSAU".
              DISPLAY "MOVIMENTOS LIDOS   : " WS-CT-LIDOS.
              DISPLAY "INCLUIDOS          : " WS-CT-INCLUIDOS.
              DISPLAY "ALTERADOS          : " WS-CT-ALTERADOS.
              DISPLAY "EXCLUIDOS          : " WS-CT-EXCLUIDOS.
              DISPLAY "REJEITADOS         : " WS-CT-REJEITADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE MVTO-SAU CADFUN CADDEP CADSAU REL-ALT-SAU
                           REJ-COMUM
              END-IF.
              PERFORM RESUMO-FINAL.
