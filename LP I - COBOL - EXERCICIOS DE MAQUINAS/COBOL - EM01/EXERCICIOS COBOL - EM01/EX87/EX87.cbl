       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX87.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  APURACAO MENSAL DO PLANO DE SAUDE PARA A FOLHA. PARA
      *          CADA VIDA INSCRITA EM CADSAU.DAT (MANTIDO POR EX86) A
      *          IDADE NA DATA DO LOTE (PARM-LOTE.DAT, OU HOJE) VEM DE
      *          DATSRV E A MENSALIDADE DA FAIXA ETARIA DO PLANO EM
      *          TABSAUDE.DAT (PLANO, IDADE-ATE, MENSALIDADE - VALE A
      *          MENOR IDADE-ATE QUE COMPORTA A IDADE). O FUNCIONARIO
      *          PAGA 20% DA MENSALIDADE DO TITULAR E 100% DA DOS
      *          DEPENDENTES, E TODA A COPARTICIPACAO DO ARQUIVO DE
      *          USO DA OPERADORA USO-SAUDE.DAT (OPCIONAL - CADA USO
      *          E LIGADO A VIDA PELA CARTEIRINHA; CARTEIRINHA FORA DE
      *          CADSAU E LISTADA COM AVISO E NAO E COBRADA). SAI UMA
      *          LINHA POR MATRICULA EM EX87-SAUDE.DAT (COMPETENCIA,
      *          MATRICULA, VIDAS, MENSALIDADE TOTAL, PARTE DO
      *          FUNCIONARIO E COPARTICIPACAO), REGRAVADO A CADA
      *          EXECUCAO, DE ONDE EX26 TIRA O DESCONTO DA FOLHA DA
      *          COMPETENCIA. VIDA CUJO PLANO NAO TEM FAIXA PARA A
      *          IDADE FICA SEM MENSALIDADE, COM AVISO. TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAU ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SAU-CHAVE
              FILE STATUS IS WS-STATUS-CADSAU.
       SELECT OPTIONAL ARQ-TABSAUDE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-USO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SAUDE-DESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CADSAU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAU.DAT".

       01 REG-SAU.
              COPY CADSAU.

       FD ARQ-TABSAUDE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TABSAUDE.DAT".

       01 REG-TABSAUDE.
              02 TSA-PLANO       PIC X(04).
              02 TSA-IDADE-ATE   PIC 9(03).
              02 TSA-MENSALIDADE PIC 9(05)V99.

       FD ARQ-USO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "USO-SAUDE.DAT".

       01 REG-USO.
              02 USO-CARTEIRINHA PIC X(15).
              02 USO-DATA        PIC 9(08).
              02 USO-DESCRICAO   PIC X(20).
              02 USO-VALOR       PIC 9(05)V99.

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD SAUDE-DESC
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX87-SAUDE.DAT".

       01 REG-SAUDE-DESC.
              02 SDS-COMPETENCIA    PIC 9(06).
              02 SDS-MATRICULA      PIC 9(05).
              02 SDS-VIDAS          PIC 9(02).
              02 SDS-MENSALIDADE    PIC 9(07)V99.
              02 SDS-PARTE-FUNC     PIC 9(07)V99.
              02 SDS-COPART         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-CADSAU PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-TABSAUDE PIC 9(01) VALUE 0.
       77 WS-FIM-USO PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(08) VALUE ZEROES.
       77 WS-TOTAL-FAIXAS PIC 9(03) VALUE ZEROES.
       77 WS-IND-FX PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO-FX PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-VIDAS PIC 9(05) VALUE ZEROES.
       77 WS-IND-VIDA PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-VIDA PIC 9(05) VALUE ZEROES.
       77 WS-IDADE PIC 9(03) VALUE ZEROES.
       77 WS-PERC-TITULAR PIC 9V99 VALUE 0,20.
       77 WS-PERC-DEPENDENTE PIC 9V99 VALUE 1,00.
       77 WS-MAT-ANTERIOR PIC 9(05) VALUE ZEROES.
       77 WS-CT-USOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-USOS-SEM-VIDA PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-FAIXA PIC 9(05) VALUE ZEROES.
       77 WS-CT-MATRICULAS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-MENSALIDADE PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PARTE-FUNC PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-COPART PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-COPART-SEM PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-FAIXAS.
              02 WS-FX OCCURS 300 TIMES.
                     03 WS-FX-PLANO       PIC X(04).
                     03 WS-FX-IDADE-ATE   PIC 9(03).
                     03 WS-FX-MENSALIDADE PIC 9(05)V99.

       01 TABELA-VIDAS.
              02 WS-VIDA OCCURS 10000 TIMES.
                     03 WS-VIDA-MATRICULA   PIC 9(05).
                     03 WS-VIDA-SEQ         PIC 9(02).
                     03 WS-VIDA-CARTEIRINHA PIC X(15).
                     03 WS-VIDA-MENSALIDADE PIC 9(05)V99.
                     03 WS-VIDA-PARTE-FUNC  PIC 9(05)V99.
                     03 WS-VIDA-COPART      PIC 9(07)V99.

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA87.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CARREGA-USO
              PERFORM GRAVA-DESCONTOS
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM DEFINE-COMPETENCIA.
              PERFORM CARREGA-TABSAUDE.
              OPEN INPUT CADSAU.
              IF WS-STATUS-CADSAU NOT EQUAL "00"
                     DISPLAY "EX87 - ERRO AO ABRIR CADSAU - FILE "
                             "STATUS " WS-STATUS-CADSAU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN OUTPUT SAUDE-DESC
                     PERFORM VERIFICA-FIM
              END-IF.

       LE-PARAMETRO-LOTE.
              OPEN INPUT ARQ-LOTE.
              READ ARQ-LOTE
                     AT END
                     NEXT SENTENCE
                     NOT AT END
                     MOVE PARM-LOTE-FILIAL TO WS-LOTE-FILIAL
                     MOVE PARM-LOTE-DATA TO WS-LOTE-DATA.
              CLOSE ARQ-LOTE.

       DEFINE-COMPETENCIA.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8)
                          TO WS-COMPETENCIA
              ELSE
                     MOVE WS-LOTE-DATA TO WS-COMPETENCIA
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
                     DISPLAY "EX87 - AVISO: TABSAUDE.DAT AUSENTE OU "
                             "VAZIO - NENHUMA MENSALIDADE APURADA"
              END-IF.

       GUARDA-FAIXA.
              IF WS-TOTAL-FAIXAS EQUAL 300
                     DISPLAY "EX87 - TABELA DE FAIXAS CHEIA (300) - "
                             "FAIXA IGNORADA: " TSA-PLANO
              ELSE
                     ADD 1 TO WS-TOTAL-FAIXAS
                     MOVE TSA-PLANO TO WS-FX-PLANO (WS-TOTAL-FAIXAS)
                     MOVE TSA-IDADE-ATE TO
                          WS-FX-IDADE-ATE (WS-TOTAL-FAIXAS)
                     MOVE TSA-MENSALIDADE TO
                          WS-FX-MENSALIDADE (WS-TOTAL-FAIXAS)
              END-IF.

       VERIFICA-FIM.
              READ CADSAU
                     AT END MOVE 1 TO FIM-ARQ.

       PRINCIPAL.
              IF WS-TOTAL-VIDAS EQUAL 10000
                     DISPLAY "EX87 - TABELA DE VIDAS CHEIA (10000) - "
                             "ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-VIDAS
                     MOVE SAU-MATRICULA TO
                          WS-VIDA-MATRICULA (WS-TOTAL-VIDAS)
                     MOVE SAU-SEQ TO WS-VIDA-SEQ (WS-TOTAL-VIDAS)
                     MOVE SAU-CARTEIRINHA TO
                          WS-VIDA-CARTEIRINHA (WS-TOTAL-VIDAS)
                     MOVE ZEROES TO WS-VIDA-COPART (WS-TOTAL-VIDAS)
                     PERFORM CALCULA-MENSALIDADE
                     PERFORM VERIFICA-FIM
              END-IF.

       CALCULA-MENSALIDADE.
              MOVE "I" TO DAT-FUNCAO.
              MOVE SAU-NASC-DD TO DAT-DIA.
              MOVE SAU-NASC-MM TO DAT-MES.
              MOVE SAU-NASC-AAAA TO DAT-ANO.
              MOVE WS-COMPETENCIA (7:2) TO DAT-DIA-REF.
              MOVE WS-COMPETENCIA (5:2) TO DAT-MES-REF.
              MOVE WS-COMPETENCIA (1:4) TO DAT-ANO-REF.
              CALL "DATSRV" USING DATSRV-AREA.
              MOVE DAT-IDADE TO WS-IDADE.
              MOVE ZEROES TO WS-ACHADO-FX.
              IF DAT-RETORNO EQUAL "0"
                     PERFORM VARYING WS-IND-FX FROM 1 BY 1
                             UNTIL WS-IND-FX GREATER WS-TOTAL-FAIXAS
                             IF WS-FX-PLANO (WS-IND-FX) EQUAL SAU-PLANO
                                AND WS-IDADE NOT GREATER
                                    WS-FX-IDADE-ATE (WS-IND-FX)
                                    PERFORM ESCOLHE-FAIXA
                             END-IF
                     END-PERFORM
              END-IF.
              IF WS-ACHADO-FX EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-FAIXA
                     MOVE ZEROES TO WS-VIDA-MENSALIDADE (WS-TOTAL-VIDAS)
                                    WS-VIDA-PARTE-FUNC (WS-TOTAL-VIDAS)
                     DISPLAY "EX87 - AVISO: SEM FAIXA NO PLANO "
                             SAU-PLANO " PARA A VIDA " SAU-MATRICULA
                             "-" SAU-SEQ " - SEM MENSALIDADE"
              ELSE
                     MOVE WS-FX-MENSALIDADE (WS-ACHADO-FX) TO
                          WS-VIDA-MENSALIDADE (WS-TOTAL-VIDAS)
                     IF SAU-SEQ EQUAL ZEROES
                            COMPUTE WS-VIDA-PARTE-FUNC (WS-TOTAL-VIDAS)
                                    ROUNDED =
                                    WS-FX-MENSALIDADE (WS-ACHADO-FX)
                                    * WS-PERC-TITULAR
                     ELSE
                            COMPUTE WS-VIDA-PARTE-FUNC (WS-TOTAL-VIDAS)
                                    ROUNDED =
                                    WS-FX-MENSALIDADE (WS-ACHADO-FX)
                                    * WS-PERC-DEPENDENTE
                     END-IF
              END-IF.

       ESCOLHE-FAIXA.
              IF WS-ACHADO-FX EQUAL ZEROES
                     MOVE WS-IND-FX TO WS-ACHADO-FX
              ELSE
              IF WS-FX-IDADE-ATE (WS-IND-FX) LESS
                 WS-FX-IDADE-ATE (WS-ACHADO-FX)
                     MOVE WS-IND-FX TO WS-ACHADO-FX
              END-IF
              END-IF.

       CARREGA-USO.
              OPEN INPUT ARQ-USO.
              PERFORM UNTIL WS-FIM-USO EQUAL 1
                     READ ARQ-USO
                            AT END MOVE 1 TO WS-FIM-USO
                            NOT AT END
                            PERFORM APLICA-USO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-USO.

       APLICA-USO.
              ADD 1 TO WS-CT-USOS.
              MOVE ZEROES TO WS-ACHADO-VIDA.
              PERFORM VARYING WS-IND-VIDA FROM 1 BY 1
                      UNTIL WS-IND-VIDA GREATER WS-TOTAL-VIDAS
                      OR WS-ACHADO-VIDA NOT EQUAL ZEROES
                      IF WS-VIDA-CARTEIRINHA (WS-IND-VIDA) EQUAL
                         USO-CARTEIRINHA
                             MOVE WS-IND-VIDA TO WS-ACHADO-VIDA
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-VIDA EQUAL ZEROES
                     ADD 1 TO WS-CT-USOS-SEM-VIDA
                     ADD USO-VALOR TO WS-TOTAL-COPART-SEM
                     DISPLAY "EX87 - AVISO: USO DA CARTEIRINHA "
                             USO-CARTEIRINHA " SEM ADESAO EM CADSAU"
                             " - NAO COBRADO"
              ELSE
                     ADD USO-VALOR TO WS-VIDA-COPART (WS-ACHADO-VIDA)
              END-IF.

       GRAVA-DESCONTOS.
              MOVE ZEROES TO WS-MAT-ANTERIOR.
              PERFORM VARYING WS-IND-VIDA FROM 1 BY 1
                      UNTIL WS-IND-VIDA GREATER WS-TOTAL-VIDAS
                      IF WS-VIDA-MATRICULA (WS-IND-VIDA) NOT EQUAL
                         WS-MAT-ANTERIOR
                             PERFORM QUEBRA-MATRICULA
                      END-IF
                      ADD 1 TO SDS-VIDAS
                      ADD WS-VIDA-MENSALIDADE (WS-IND-VIDA)
                          TO SDS-MENSALIDADE
                      ADD WS-VIDA-PARTE-FUNC (WS-IND-VIDA)
                          TO SDS-PARTE-FUNC
                      ADD WS-VIDA-COPART (WS-IND-VIDA) TO SDS-COPART
              END-PERFORM.
              IF WS-MAT-ANTERIOR NOT EQUAL ZEROES
                     PERFORM GRAVA-MATRICULA
              END-IF.

       QUEBRA-MATRICULA.
              IF WS-MAT-ANTERIOR NOT EQUAL ZEROES
                     PERFORM GRAVA-MATRICULA
              END-IF.
              MOVE WS-VIDA-MATRICULA (WS-IND-VIDA) TO WS-MAT-ANTERIOR.
              MOVE WS-COMPETENCIA (1:6) TO SDS-COMPETENCIA.
              MOVE WS-MAT-ANTERIOR TO SDS-MATRICULA.
              MOVE ZEROES TO SDS-VIDAS SDS-MENSALIDADE SDS-PARTE-FUNC
                             SDS-COPART.

       GRAVA-MATRICULA.
              WRITE REG-SAUDE-DESC.
              ADD 1 TO WS-CT-MATRICULAS.
              ADD SDS-MENSALIDADE TO WS-TOTAL-MENSALIDADE.
              ADD SDS-PARTE-FUNC TO WS-TOTAL-PARTE-FUNC.
              ADD SDS-COPART TO WS-TOTAL-COPART.

       RESUMO-FINAL.
              DISPLAY "EX87 - RESUMO DA APURACAO DO PLANO DE SAUDE".
              DISPLAY "VIDAS INSCRITAS         : " WS-TOTAL-VIDAS.
              DISPLAY "VIDAS SEM FAIXA         : " WS-CT-SEM-FAIXA.
              DISPLAY "MATRICULAS COM DESCONTO : " WS-CT-MATRICULAS.
              DISPLAY "TOTAL MENSALIDADES      : "
                      WS-TOTAL-MENSALIDADE.
              DISPLAY "PARTE DOS FUNCIONARIOS  : "
                      WS-TOTAL-PARTE-FUNC.
              DISPLAY "USOS LIDOS              : " WS-CT-USOS.
              DISPLAY "TOTAL COPARTICIPACAO    : " WS-TOTAL-COPART.
              DISPLAY "USOS SEM ADESAO         : "
                      WS-CT-USOS-SEM-VIDA.
              DISPLAY "COPART. NAO COBRADA     : "
                      WS-TOTAL-COPART-SEM.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADSAU SAUDE-DESC
              END-IF.
              PERFORM RESUMO-FINAL.
