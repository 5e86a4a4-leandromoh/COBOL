       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX113.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  RELACAO DE INADIMPLENCIA DAS MENSALIDADES POR ALUNO
      *          E TURMA, PARA A SECRETARIA SABER A QUEM TELEFONAR
      *          ANTES DA REMATRICULA. LE O LIVRO MENSALIDADES.DAT
      *          (COPY CADMENS) E SELECIONA OS BOLETOS AINDA EM
      *          ABERTO ("A") VENCIDOS ATE A DATA DE REFERENCIA
      *          (PARM-EX113.DAT, OPCIONAL - SEM ELE, HOJE). O ATRASO
      *          EM DIAS CORRIDOS DESDE O VENCIMENTO DISTRIBUI O
      *          VALOR NAS FAIXAS DE 1 A 30, 31 A 60, 61 A 90 E ACIMA
      *          DE 90 DIAS. SAI EM EX113-REL.DAT (MOLDE DE EX57,
      *          PAGINA NOVA A CADA TURMA) UMA LINHA POR ALUNO COM A
      *          QUANTIDADE DE BOLETOS EM ATRASO, O VALOR EM CADA
      *          FAIXA E O TOTAL, O SUBTOTAL DA TURMA E O TOTAL GERAL.
      *          O RELATORIO E REGISTRADO NO CATALOGO. SEM O LIVRO
      *          NADA E EMITIDO (RETURN-CODE 16). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MENSALIDADES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MENS.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD MENSALIDADES
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MENSALIDADES.DAT".

       01 REG-MENS.
              COPY CADMENS.

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX113.DAT".

       01 REG-PARM.
              02 PRM-REFERENCIA PIC 9(08).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-TURMA  PIC X(03).
              02 TRAB-NOME   PIC X(20).
              02 TRAB-NUMERO PIC 9(05).
              02 TRAB-DIAS   PIC 9(05).
              02 TRAB-VALOR  PIC 9(05)V99.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX113-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-MENS PIC X(02).
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-DATA-REF PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DIA PIC 9(08) VALUE ZEROES.
       77 WS-INTEIRO-REF PIC 9(07) VALUE ZEROES.
       77 WS-INTEIRO-VENC PIC 9(07) VALUE ZEROES.
       77 WS-IND-FAIXA PIC 9(01) VALUE ZEROES.
       77 WS-TURMA-ANTERIOR PIC X(03) VALUE SPACES.
       77 WS-NUMERO-ANTERIOR PIC 9(05) VALUE ZEROES.
       77 WS-NOME-ANTERIOR PIC X(20) VALUE SPACES.
       77 WS-QTDE-ALUNO PIC 9(03) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EM-ATRASO PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALUNOS-TURMA PIC 9(04) VALUE ZEROES.
       77 WS-CT-ALUNOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-TURMAS PIC 9(03) VALUE ZEROES.

       01 TABELA-FAIXAS.
              02 WS-FAIXA OCCURS 5 TIMES.
                     03 WS-FX-ALUNO PIC 9(07)V99.
                     03 WS-FX-TURMA PIC 9(07)V99.
                     03 WS-FX-GERAL PIC 9(07)V99.

       01 DATSRV-AREA.
              COPY DATSRV.

       01 WS-DATA-ED.
          02 WS-DATA-ED-DIA PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-MES PIC 99.
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-DATA-ED-ANO PIC 9999.

       01 CAB-01.
          02 FILLER     PIC X(70) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(10) VALUE SPACES.
          02 FILLER    PIC X(35)
                       VALUE "INADIMPLENCIA DE MENSALIDADES-TURMA".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-TURMA PIC X(03).
          02 FILLER    PIC X(04) VALUE " EM ".
          02 CAB-02-DATA PIC X(10).
          02 FILLER    PIC X(17) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "NOME".
          02 FILLER   PIC X(15) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "NUM. ".
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(03) VALUE "QTD".
          02 FILLER   PIC X(10) VALUE "  1-30 DIA".
          02 FILLER   PIC X(10) VALUE "    31-60 ".
          02 FILLER   PIC X(10) VALUE "    61-90 ".
          02 FILLER   PIC X(10) VALUE "  ACIMA 90".
          02 FILLER   PIC X(10) VALUE "     TOTAL".
          02 FILLER   PIC X(01) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 NOME-DET     PIC X(18).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 NUMERO-DET   PIC 9(05).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 QTDE-DET     PIC ZZ9.
          02 FAIXA-DET OCCURS 5 TIMES.
                 03 FILLER    PIC X(01) VALUE SPACES.
                 03 VALOR-DET PIC ZZZZZ9,99.
          02 FILLER       PIC X(01) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "TURMA ".
          02 TURMA-SUBT   PIC X(03).
          02 FILLER       PIC X(08) VALUE " ALUNOS ".
          02 ALUNOS-SUBT  PIC ZZZ9.
          02 FILLER       PIC X(07) VALUE SPACES.
          02 FAIXA-SUBT OCCURS 5 TIMES.
                 03 FILLER     PIC X(01) VALUE SPACES.
                 03 VALOR-SUBT PIC ZZZZZ9,99.
          02 FILLER       PIC X(01) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "GERAL ".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(08) VALUE " ALUNOS ".
          02 ALUNOS-TOT   PIC ZZZ9.
          02 FILLER       PIC X(07) VALUE SPACES.
          02 FAIXA-TOT OCCURS 5 TIMES.
                 03 FILLER    PIC X(01) VALUE SPACES.
                 03 VALOR-TOT PIC ZZZZZ9,99.
          02 FILLER       PIC X(01) VALUE SPACES.

       01 LINHA-TURMAS.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE "TURMAS COM ATRASO : ".
          02 TURMAS-TOT   PIC ZZ9.
          02 FILLER       PIC X(28)
                          VALUE " - BOLETOS VENCIDOS ATE O DI".
          02 FILLER       PIC X(13) VALUE "A ANTERIOR A ".
          02 REF-TOT      PIC X(10).
          02 FILLER       PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA113 SECTION.

       MOVE ZEROES TO TABELA-FAIXAS.
       PERFORM LE-PARAMETROS.
       IF WS-ABORTAR EQUAL "NAO"
              SORT TRAB
                   ASCENDING KEY TRAB-TURMA
                   ASCENDING KEY TRAB-NOME
                   ASCENDING KEY TRAB-NUMERO
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM REGISTRA-CATALOGO
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       LE-PARAMETROS SECTION.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF.
              OPEN INPUT ARQ-PARM.
              IF WS-STATUS-PARM EQUAL "00"
                     READ ARQ-PARM
                            NOT AT END
                            IF PRM-REFERENCIA NUMERIC
                               AND PRM-REFERENCIA NOT EQUAL ZEROES
                                   MOVE PRM-REFERENCIA TO WS-DATA-REF
                            END-IF
                     END-READ
                     CLOSE ARQ-PARM
              END-IF.
              MOVE "V" TO DAT-FUNCAO.
              MOVE WS-DATA-REF (7:2) TO DAT-DIA.
              MOVE WS-DATA-REF (5:2) TO DAT-MES.
              MOVE WS-DATA-REF (1:4) TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              IF DAT-RETORNO NOT EQUAL "0"
                     DISPLAY "EX113 - DATA INVALIDA EM PARM-EX113: "
                             WS-DATA-REF
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     COMPUTE WS-INTEIRO-REF =
                             FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
              END-IF.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "INADIMPLENCIA MENS." TO CAT-NOME.
              MOVE "EX113" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-DATA-REF TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX113-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       ROT-ENTRADA SECTION.
              OPEN INPUT MENSALIDADES.
              IF WS-STATUS-MENS NOT EQUAL "00"
                     DISPLAY "EX113 - ERRO AO ABRIR MENSALIDADES - "
                             "FILE STATUS " WS-STATUS-MENS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     CLOSE MENSALIDADES
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ MENSALIDADES
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              IF MEN-STATUS EQUAL "A"
                 AND MEN-VENCIMENTO LESS WS-DATA-REF
                     COMPUTE WS-INTEIRO-VENC =
                             FUNCTION INTEGER-OF-DATE (MEN-VENCIMENTO)
                     MOVE MEN-TURMA TO TRAB-TURMA
                     MOVE MEN-NOME TO TRAB-NOME
                     MOVE MEN-NUMERO TO TRAB-NUMERO
                     COMPUTE TRAB-DIAS = WS-INTEIRO-REF
                                       - WS-INTEIRO-VENC
                     MOVE MEN-VALOR TO TRAB-VALOR
                     RELEASE REG-TRAB
                     ADD 1 TO WS-CT-EM-ATRASO
              END-IF.
              PERFORM LEITURA-ENTRADA.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "SIM"
                     MOVE "NAO" TO FIM-ARQ
                     PERFORM ESVAZIA-TRAB UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT RELAT
                     MOVE WS-DATA-REF TO WS-DATA-DIA
                     PERFORM EDITA-DATA
                     MOVE WS-DATA-ED TO CAB-02-DATA REF-TOT
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     PERFORM FIM-SAIDA
                     CLOSE RELAT
              END-IF.

       EDITA-DATA SECTION.
              MOVE WS-DATA-DIA (7:2) TO WS-DATA-ED-DIA.
              MOVE WS-DATA-DIA (5:2) TO WS-DATA-ED-MES.
              MOVE WS-DATA-DIA (1:4) TO WS-DATA-ED-ANO.

       ESVAZIA-TRAB SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              IF TRAB-DIAS GREATER 90
                     MOVE 4 TO WS-IND-FAIXA
              ELSE
                     IF TRAB-DIAS GREATER 60
                            MOVE 3 TO WS-IND-FAIXA
                     ELSE
                            IF TRAB-DIAS GREATER 30
                                   MOVE 2 TO WS-IND-FAIXA
                            ELSE
                                   MOVE 1 TO WS-IND-FAIXA
                            END-IF
                     END-IF
              END-IF.
              ADD TRAB-VALOR TO WS-FX-ALUNO (WS-IND-FAIXA)
                                WS-FX-ALUNO (5).
              ADD 1 TO WS-QTDE-ALUNO.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                 OR TRAB-NUMERO NOT EQUAL WS-NUMERO-ANTERIOR
                     IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                            PERFORM IMPRESSAO-SAIDA
                     END-IF
                     IF TRAB-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                            IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                                   PERFORM SUBTOTAL-TURMA-SAIDA
                            END-IF
                            MOVE TRAB-TURMA TO WS-TURMA-ANTERIOR
                            MOVE 25 TO CT-LIN
                     END-IF
                     MOVE TRAB-NUMERO TO WS-NUMERO-ANTERIOR
                     MOVE TRAB-NOME TO WS-NOME-ANTERIOR
                     MOVE ZEROES TO WS-QTDE-ALUNO
                     PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                             UNTIL WS-IND-FAIXA GREATER 5
                             MOVE ZEROES TO WS-FX-ALUNO (WS-IND-FAIXA)
                     END-PERFORM
              END-IF.

       IMPRESSAO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              PERFORM DETALHE-SAIDA.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-TURMA-ANTERIOR TO CAB-02-TURMA.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA SECTION.
              MOVE WS-NOME-ANTERIOR TO NOME-DET.
              MOVE WS-NUMERO-ANTERIOR TO NUMERO-DET.
              MOVE WS-QTDE-ALUNO TO QTDE-DET.
              PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                      UNTIL WS-IND-FAIXA GREATER 5
                      MOVE WS-FX-ALUNO (WS-IND-FAIXA) TO
                           VALOR-DET (WS-IND-FAIXA)
                      ADD WS-FX-ALUNO (WS-IND-FAIXA) TO
                          WS-FX-TURMA (WS-IND-FAIXA)
                          WS-FX-GERAL (WS-IND-FAIXA)
              END-PERFORM.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-ALUNOS-TURMA.
              ADD 1 TO WS-CT-ALUNOS.

       SUBTOTAL-TURMA-SAIDA SECTION.
              MOVE WS-TURMA-ANTERIOR TO TURMA-SUBT.
              MOVE WS-CT-ALUNOS-TURMA TO ALUNOS-SUBT.
              PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                      UNTIL WS-IND-FAIXA GREATER 5
                      MOVE WS-FX-TURMA (WS-IND-FAIXA) TO
                           VALOR-SUBT (WS-IND-FAIXA)
                      MOVE ZEROES TO WS-FX-TURMA (WS-IND-FAIXA)
              END-PERFORM.
              ADD 1 TO WS-CT-TURMAS.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO WS-CT-ALUNOS-TURMA.

       FIM-SAIDA SECTION.
              IF WS-TURMA-ANTERIOR NOT EQUAL SPACES
                     PERFORM IMPRESSAO-SAIDA
                     PERFORM SUBTOTAL-TURMA-SAIDA
              END-IF.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-CT-ALUNOS TO ALUNOS-TOT.
              PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                      UNTIL WS-IND-FAIXA GREATER 5
                      MOVE WS-FX-GERAL (WS-IND-FAIXA) TO
                           VALOR-TOT (WS-IND-FAIXA)
              END-PERFORM.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 2 LINES.
              MOVE WS-CT-TURMAS TO TURMAS-TOT.
              WRITE REG-REL FROM LINHA-TURMAS
                    AFTER ADVANCING 1 LINE.

       RESUMO-FINAL SECTION.
              DISPLAY "EX113 - RESUMO DA RELACAO DE INADIMPLENCIA".
              DISPLAY "MENSALIDADES LIDAS      : " WS-CT-LIDOS.
              DISPLAY "BOLETOS EM ATRASO       : " WS-CT-EM-ATRASO.
              DISPLAY "ALUNOS INADIMPLENTES    : " WS-CT-ALUNOS.
              DISPLAY "TURMAS                  : " WS-CT-TURMAS.
