       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX88.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  CONCILIACAO DA FATURA MENSAL DO PLANO DE SAUDE COM AS
      *          ADESOES DE CADSAU.DAT (MANTIDO POR EX86). A FATURA DA
      *          OPERADORA FATURA-SAUDE.DAT TRAZ UMA LINHA POR VIDA
      *          COBRADA (CARTEIRINHA, NOME, PLANO E VALOR) E E
      *          CONFRONTADA PELA CARTEIRINHA COM AS VIDAS INSCRITAS.
      *          O RELATORIO EX88-REL.DAT (CATALOGADO EM
      *          REL-CATALOGO.DAT) LISTA AS VIDAS COBRADAS SEM ADESAO,
      *          AS COBRADAS MAIS DE UMA VEZ, AS COBRADAS EM PLANO
      *          DIFERENTE DO INSCRITO E, AO FINAL, AS INSCRITAS QUE
      *          NAO VIERAM NA FATURA, COM QUANTIDADES E VALORES NO
      *          QUADRO DE TOTAIS - A CONFERENCIA QUE ERA FEITA A MAO
      *          CONTRA A MEMORIA DO RH. TERMINA COM GOBACK PARA PODER
      *          SER AGENDADO COMO PASSO DA CADEIA DE EX10.

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
       SELECT FATURA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FATURA.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD CADSAU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAU.DAT".

       01 REG-SAU.
              COPY CADSAU.

       FD FATURA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FATURA-SAUDE.DAT".

       01 REG-FATURA.
              02 FAT-CARTEIRINHA PIC X(15).
              02 FAT-NOME        PIC X(20).
              02 FAT-PLANO       PIC X(04).
              02 FAT-VALOR       PIC 9(05)V99.

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX88-REL.DAT".
       01 REG-REL PIC X(132).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 CT-LIN PIC 9(02) VALUE 30.
       77 WS-STATUS-CADSAU PIC X(02).
       77 WS-STATUS-FATURA PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-CADSAU PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-TOTAL-VIDAS PIC 9(05) VALUE ZEROES.
       77 WS-IND-VIDA PIC 9(05) VALUE ZEROES.
       77 WS-ACHADO-VIDA PIC 9(05) VALUE ZEROES.
       77 WS-CT-FATURA PIC 9(05) VALUE ZEROES.
       77 WS-CT-SEM-ADESAO PIC 9(05) VALUE ZEROES.
       77 WS-CT-DUPLICADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PLANO-DIVERG PIC 9(05) VALUE ZEROES.
       77 WS-CT-NAO-COBRADAS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-FATURA PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-SEM-ADESAO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-DUPLICADAS PIC 9(9)V99 VALUE ZEROES.

       01 TABELA-VIDAS.
              02 WS-VIDA OCCURS 10000 TIMES.
                     03 WS-VIDA-MATRICULA   PIC 9(05).
                     03 WS-VIDA-SEQ         PIC 9(02).
                     03 WS-VIDA-NOME        PIC X(20).
                     03 WS-VIDA-PLANO       PIC X(04).
                     03 WS-VIDA-CARTEIRINHA PIC X(15).
                     03 WS-VIDA-COBRADA     PIC X(03).

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(44)
                  VALUE "CONCILIACAO DA FATURA DO PLANO DE SAUDE - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(32) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(25) VALUE "SITUACAO".
          02 FILLER PIC X(16) VALUE "CARTEIRINHA".
          02 FILLER PIC X(10) VALUE "MATRIC-SQ".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(07) VALUE "FATURA".
          02 FILLER PIC X(08) VALUE "CADASTR".
          02 FILLER PIC X(10) VALUE "     VALOR".
          02 FILLER PIC X(35) VALUE SPACES.

       01 DETALHE.
          02 DET-SITUACAO    PIC X(24).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-CARTEIRINHA PIC X(15).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-MATRICULA   PIC 9(05).
          02 DET-TRACO       PIC X(01).
          02 DET-SEQ         PIC 9(02).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-NOME        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-PLANO-FAT   PIC X(04).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-PLANO-CAD   PIC X(04).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DET-VALOR       PIC ZZZ.ZZ9,99.
          02 FILLER          PIC X(35) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR     PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER        PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA88.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM LISTA-NAO-COBRADAS
              PERFORM IMPRIME-TOTAIS
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              OPEN INPUT CADSAU.
              IF WS-STATUS-CADSAU NOT EQUAL "00"
                     DISPLAY "EX88 - ERRO AO ABRIR CADSAU - FILE "
                             "STATUS " WS-STATUS-CADSAU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM CARREGA-VIDAS
                     CLOSE CADSAU
              END-IF.
              IF WS-ABORTAR EQUAL "NAO"
                     OPEN INPUT FATURA
                     IF WS-STATUS-FATURA NOT EQUAL "00"
                            DISPLAY "EX88 - ERRO AO ABRIR FATURA-SAUDE "
                                    "- FILE STATUS " WS-STATUS-FATURA
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            OPEN OUTPUT RELAT
                            PERFORM CABECALHO-SAIDA
                            PERFORM VERIFICA-FIM
                     END-IF
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

       CARREGA-VIDAS.
              PERFORM UNTIL WS-FIM-CADSAU EQUAL 1
                     READ CADSAU
                            AT END MOVE 1 TO WS-FIM-CADSAU
                            NOT AT END
                            PERFORM GUARDA-VIDA
                     END-READ
              END-PERFORM.

       GUARDA-VIDA.
              IF WS-TOTAL-VIDAS EQUAL 10000
                     DISPLAY "EX88 - TABELA DE VIDAS CHEIA (10000) - "
                             "ABORTANDO"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO WS-FIM-CADSAU
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-TOTAL-VIDAS
                     MOVE SAU-MATRICULA TO
                          WS-VIDA-MATRICULA (WS-TOTAL-VIDAS)
                     MOVE SAU-SEQ TO WS-VIDA-SEQ (WS-TOTAL-VIDAS)
                     MOVE SAU-NOME TO WS-VIDA-NOME (WS-TOTAL-VIDAS)
                     MOVE SAU-PLANO TO WS-VIDA-PLANO (WS-TOTAL-VIDAS)
                     MOVE SAU-CARTEIRINHA TO
                          WS-VIDA-CARTEIRINHA (WS-TOTAL-VIDAS)
                     MOVE "NAO" TO WS-VIDA-COBRADA (WS-TOTAL-VIDAS)
              END-IF.

       VERIFICA-FIM.
              READ FATURA
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END
                     ADD 1 TO WS-CT-FATURA
                     ADD FAT-VALOR TO WS-TOTAL-FATURA.

       PRINCIPAL.
              MOVE ZEROES TO WS-ACHADO-VIDA.
              PERFORM VARYING WS-IND-VIDA FROM 1 BY 1
                      UNTIL WS-IND-VIDA GREATER WS-TOTAL-VIDAS
                      OR WS-ACHADO-VIDA NOT EQUAL ZEROES
                      IF WS-VIDA-CARTEIRINHA (WS-IND-VIDA) EQUAL
                         FAT-CARTEIRINHA
                             MOVE WS-IND-VIDA TO WS-ACHADO-VIDA
                      END-IF
              END-PERFORM.
              IF WS-ACHADO-VIDA EQUAL ZEROES
                     ADD 1 TO WS-CT-SEM-ADESAO
                     ADD FAT-VALOR TO WS-TOTAL-SEM-ADESAO
                     MOVE "COBRADA SEM ADESAO" TO DET-SITUACAO
                     PERFORM IMPRIME-FATURA
              ELSE
              IF WS-VIDA-COBRADA (WS-ACHADO-VIDA) EQUAL "SIM"
                     ADD 1 TO WS-CT-DUPLICADAS
                     ADD FAT-VALOR TO WS-TOTAL-DUPLICADAS
                     MOVE "COBRADA EM DUPLICIDADE" TO DET-SITUACAO
                     PERFORM IMPRIME-FATURA
              ELSE
                     MOVE "SIM" TO WS-VIDA-COBRADA (WS-ACHADO-VIDA)
                     IF FAT-PLANO NOT EQUAL
                        WS-VIDA-PLANO (WS-ACHADO-VIDA)
                            ADD 1 TO WS-CT-PLANO-DIVERG
                            MOVE "COBRADA EM OUTRO PLANO" TO
                                 DET-SITUACAO
                            PERFORM IMPRIME-FATURA
                     END-IF
              END-IF
              END-IF.
              PERFORM VERIFICA-FIM.

       IMPRIME-FATURA.
              MOVE FAT-CARTEIRINHA TO DET-CARTEIRINHA.
              MOVE FAT-NOME TO DET-NOME.
              MOVE FAT-PLANO TO DET-PLANO-FAT.
              MOVE FAT-VALOR TO DET-VALOR.
              IF WS-ACHADO-VIDA EQUAL ZEROES
                     MOVE ZEROES TO DET-MATRICULA DET-SEQ
                     MOVE SPACES TO DET-PLANO-CAD
              ELSE
                     MOVE WS-VIDA-MATRICULA (WS-ACHADO-VIDA) TO
                          DET-MATRICULA
                     MOVE WS-VIDA-SEQ (WS-ACHADO-VIDA) TO DET-SEQ
                     MOVE WS-VIDA-PLANO (WS-ACHADO-VIDA) TO
                          DET-PLANO-CAD
              END-IF.
              PERFORM IMPRIME-DETALHE.

       LISTA-NAO-COBRADAS.
              PERFORM VARYING WS-IND-VIDA FROM 1 BY 1
                      UNTIL WS-IND-VIDA GREATER WS-TOTAL-VIDAS
                      IF WS-VIDA-COBRADA (WS-IND-VIDA) EQUAL "NAO"
                             PERFORM IMPRIME-NAO-COBRADA
                      END-IF
              END-PERFORM.

       IMPRIME-NAO-COBRADA.
              ADD 1 TO WS-CT-NAO-COBRADAS.
              MOVE "INSCRITA NAO COBRADA" TO DET-SITUACAO.
              MOVE WS-VIDA-CARTEIRINHA (WS-IND-VIDA) TO
                   DET-CARTEIRINHA.
              MOVE WS-VIDA-MATRICULA (WS-IND-VIDA) TO DET-MATRICULA.
              MOVE WS-VIDA-SEQ (WS-IND-VIDA) TO DET-SEQ.
              MOVE WS-VIDA-NOME (WS-IND-VIDA) TO DET-NOME.
              MOVE SPACES TO DET-PLANO-FAT.
              MOVE WS-VIDA-PLANO (WS-IND-VIDA) TO DET-PLANO-CAD.
              MOVE ZEROES TO DET-VALOR.
              PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE "-" TO DET-TRACO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO-SAIDA.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CICLO (7:2) TO VAR-CICLO (1:2).
              MOVE WS-CICLO (5:2) TO VAR-CICLO (4:2).
              MOVE WS-CICLO (1:4) TO VAR-CICLO (7:4).
              MOVE "/" TO VAR-CICLO (3:1) VAR-CICLO (6:1).
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-TOTAIS.
              WRITE REG-REL FROM LINHA-TOT-TITULO
                    AFTER ADVANCING 3 LINES.
              MOVE "VIDAS INSCRITAS EM CADSAU" TO TOT-DESCR.
              MOVE WS-TOTAL-VIDAS TO TOT-QTDE.
              MOVE ZEROES TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "VIDAS COBRADAS NA FATURA" TO TOT-DESCR.
              MOVE WS-CT-FATURA TO TOT-QTDE.
              MOVE WS-TOTAL-FATURA TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "COBRADAS SEM ADESAO" TO TOT-DESCR.
              MOVE WS-CT-SEM-ADESAO TO TOT-QTDE.
              MOVE WS-TOTAL-SEM-ADESAO TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "COBRADAS EM DUPLICIDADE" TO TOT-DESCR.
              MOVE WS-CT-DUPLICADAS TO TOT-QTDE.
              MOVE WS-TOTAL-DUPLICADAS TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "COBRADAS EM OUTRO PLANO" TO TOT-DESCR.
              MOVE WS-CT-PLANO-DIVERG TO TOT-QTDE.
              MOVE ZEROES TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "INSCRITAS NAO COBRADAS" TO TOT-DESCR.
              MOVE WS-CT-NAO-COBRADAS TO TOT-QTDE.
              MOVE ZEROES TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "CONCILIACAO SAUDE" TO CAT-NOME.
              MOVE "EX88" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX88-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX88 - RESUMO DA CONCILIACAO DO PLANO DE SAUDE".
              DISPLAY "VIDAS INSCRITAS         : " WS-TOTAL-VIDAS.
              DISPLAY "LINHAS DA FATURA        : " WS-CT-FATURA.
              DISPLAY "COBRADAS SEM ADESAO     : " WS-CT-SEM-ADESAO.
              DISPLAY "COBRADAS EM DUPLICIDADE : " WS-CT-DUPLICADAS.
              DISPLAY "COBRADAS EM OUTRO PLANO : " WS-CT-PLANO-DIVERG.
              DISPLAY "INSCRITAS NAO COBRADAS  : " WS-CT-NAO-COBRADAS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE FATURA
              END-IF.
              PERFORM RESUMO-FINAL.
