       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX91.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  RELACAO MENSAL DOS FUNCIONARIOS AFASTADOS: PERCORRE
      *          O CADASTRO DE AFASTAMENTOS CADAFA.DAT (MANTIDO POR
      *          EX90) E IMPRIME EM EX91-REL.DAT CADA AFASTAMENTO QUE
      *          TOCA O MES DA COMPETENCIA (A DATA DE PARM-LOTE.DAT,
      *          OU A DO DIA SEM ELE): MATRICULA, NOME (DE
      *          CADFUN.DAT), TIPO, DESDE QUANDO, ATE QUANDO
      *          (RETORNO PREVISTO OU "SEM PREVISAO") E QUANTOS DIAS
      *          DO MES FICARAM COBERTOS. FECHA COM O QUADRO DE
      *          TOTAIS POR TIPO E E CATALOGADO EM REL-CATALOGO.DAT.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAFA ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AFA-CHAVE
              FILE STATUS IS WS-STATUS-CADAFA.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD CADAFA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADAFA.DAT".

       01 REG-AFA.
              COPY CADAFA.

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

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX91-REL.DAT".
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
       77 WS-STATUS-CADAFA PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TEM-CADFUN PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-MES-INI PIC 9(07) VALUE ZEROES.
       77 WS-MES-FIM PIC 9(07) VALUE ZEROES.
       77 WS-AFA-INI PIC 9(07) VALUE ZEROES.
       77 WS-AFA-FIM PIC 9(07) VALUE ZEROES.
       77 WS-DIAS-NO-MES PIC 9(03) VALUE ZEROES.
       77 WS-IND-TIPO PIC 9(01) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LISTADOS PIC 9(05) VALUE ZEROES.

       01 WS-DATA-AUX.
              02 WS-AUX-ANO PIC 9(04).
              02 WS-AUX-MES PIC 9(02).
              02 WS-AUX-DIA PIC 9(02).

       01 WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(08).

       01 TABELA-TIPOS-DEF.
              02 FILLER PIC X(23) VALUE "DDOENCA".
              02 FILLER PIC X(23) VALUE "AACIDENTE DO TRABALHO".
              02 FILLER PIC X(23) VALUE "MLICENCA-MATERNIDADE".
              02 FILLER PIC X(23) VALUE "SLICENCA S/ VENCIMENTOS".
              02 FILLER PIC X(23) VALUE " TIPO NAO PREVISTO".

       01 TABELA-TIPOS REDEFINES TABELA-TIPOS-DEF.
              02 WS-TIPO OCCURS 5 TIMES.
                     03 WS-TIPO-COD   PIC X(01).
                     03 WS-TIPO-DESCR PIC X(22).

       01 TABELA-TOTAIS.
              02 WS-TOT OCCURS 5 TIMES.
                     03 WS-TOT-QTDE PIC 9(05).
                     03 WS-TOT-DIAS PIC 9(07).

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(40)
                  VALUE "RELACAO DOS FUNCIONARIOS AFASTADOS - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(36) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(22) VALUE "NOME".
          02 FILLER PIC X(24) VALUE "TIPO DE AFASTAMENTO".
          02 FILLER PIC X(13) VALUE "DESDE".
          02 FILLER PIC X(15) VALUE "ATE (PREVISTO)".
          02 FILLER PIC X(11) VALUE "DIAS NO MES".
          02 FILLER PIC X(37) VALUE SPACES.

       01 DETALHE.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-MATRICULA PIC 9(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-NOME      PIC X(20).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-TIPO      PIC X(22).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DET-INICIO    PIC X(10).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DET-RETORNO   PIC X(12).
          02 FILLER        PIC X(08) VALUE SPACES.
          02 DET-DIAS      PIC ZZ9.
          02 FILLER        PIC X(40) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR     PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(04) VALUE " AF.".
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-DIAS      PIC Z.ZZZ.ZZ9.
          02 FILLER        PIC X(05) VALUE " DIAS".
          02 FILLER        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA91.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
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
              PERFORM DEFINE-MES.
              INITIALIZE TABELA-TOTAIS.
              OPEN INPUT CADAFA.
              IF WS-STATUS-CADAFA NOT EQUAL "00"
                     DISPLAY "EX91 - ERRO AO ABRIR CADAFA - FILE "
                             "STATUS " WS-STATUS-CADAFA
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN INPUT CADFUN
                     IF WS-STATUS-CADFUN EQUAL "00"
                            MOVE "SIM" TO WS-TEM-CADFUN
                     ELSE
                            DISPLAY "EX91 - AVISO: CADFUN INDISPONIVEL "
                                    "- RELACAO SAI SEM NOMES"
                     END-IF
                     OPEN OUTPUT RELAT
                     PERFORM CABECALHO-SAIDA
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

       DEFINE-MES.
              MOVE WS-CICLO TO WS-DATA-AUX-NUM.
              MOVE 1 TO WS-AUX-DIA.
              COMPUTE WS-MES-INI =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-AUX-NUM).
              IF WS-AUX-MES EQUAL 12
                     ADD 1 TO WS-AUX-ANO
                     MOVE 1 TO WS-AUX-MES
              ELSE
                     ADD 1 TO WS-AUX-MES
              END-IF.
              COMPUTE WS-MES-FIM =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-AUX-NUM) - 1.

       VERIFICA-FIM.
              READ CADAFA NEXT RECORD
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL.
              COMPUTE WS-AFA-INI =
                      FUNCTION INTEGER-OF-DATE (AFA-INICIO).
              IF AFA-RETORNO-PREV EQUAL ZEROES
                     MOVE 9999999 TO WS-AFA-FIM
              ELSE
                     COMPUTE WS-AFA-FIM =
                             FUNCTION INTEGER-OF-DATE
                                      (AFA-RETORNO-PREV) - 1
              END-IF.
              IF WS-AFA-INI NOT GREATER WS-MES-FIM
                 AND WS-AFA-FIM NOT LESS WS-MES-INI
                     PERFORM IMPRIME-AFASTADO
              END-IF.
              PERFORM VERIFICA-FIM.

       IMPRIME-AFASTADO.
              IF WS-AFA-INI LESS WS-MES-INI
                     MOVE WS-MES-INI TO WS-AFA-INI
              END-IF.
              IF WS-AFA-FIM GREATER WS-MES-FIM
                     MOVE WS-MES-FIM TO WS-AFA-FIM
              END-IF.
              COMPUTE WS-DIAS-NO-MES = WS-AFA-FIM - WS-AFA-INI + 1.
              PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                      UNTIL WS-IND-TIPO EQUAL 5
                      OR WS-TIPO-COD (WS-IND-TIPO) EQUAL AFA-TIPO
                      CONTINUE
              END-PERFORM.
              ADD 1 TO WS-TOT-QTDE (WS-IND-TIPO) WS-CT-LISTADOS.
              ADD WS-DIAS-NO-MES TO WS-TOT-DIAS (WS-IND-TIPO).
              MOVE AFA-MATRICULA TO DET-MATRICULA.
              MOVE SPACES TO DET-NOME.
              IF WS-TEM-CADFUN EQUAL "SIM"
                     MOVE AFA-MATRICULA TO CODIGO
                     READ CADFUN
                            INVALID KEY
                            MOVE "*** SEM CADFUN ***" TO DET-NOME
                            NOT INVALID KEY
                            MOVE NOME TO DET-NOME
                     END-READ
              END-IF.
              MOVE WS-TIPO-DESCR (WS-IND-TIPO) TO DET-TIPO.
              MOVE AFA-INICIO (7:2) TO DET-INICIO (1:2).
              MOVE AFA-INICIO (5:2) TO DET-INICIO (4:2).
              MOVE AFA-INICIO (1:4) TO DET-INICIO (7:4).
              MOVE "/" TO DET-INICIO (3:1) DET-INICIO (6:1).
              IF AFA-RETORNO-PREV EQUAL ZEROES
                     MOVE "SEM PREVISAO" TO DET-RETORNO
              ELSE
                     MOVE SPACES TO DET-RETORNO
                     MOVE AFA-RETORNO-PREV (7:2) TO DET-RETORNO (1:2)
                     MOVE AFA-RETORNO-PREV (5:2) TO DET-RETORNO (4:2)
                     MOVE AFA-RETORNO-PREV (1:4) TO DET-RETORNO (7:4)
                     MOVE "/" TO DET-RETORNO (3:1) DET-RETORNO (6:1)
              END-IF.
              MOVE WS-DIAS-NO-MES TO DET-DIAS.
              IF CT-LIN GREATER 29
                     PERFORM CABECALHO-SAIDA
              END-IF.
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
              PERFORM IMPRIME-TOTAL-TIPO
                      VARYING WS-IND-TIPO FROM 1 BY 1
                      UNTIL WS-IND-TIPO GREATER 5.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       IMPRIME-TOTAL-TIPO.
              IF WS-IND-TIPO LESS 5
                 OR WS-TOT-QTDE (WS-IND-TIPO) GREATER ZEROES
                     MOVE WS-TIPO-DESCR (WS-IND-TIPO) TO TOT-DESCR
                     MOVE WS-TOT-QTDE (WS-IND-TIPO) TO TOT-QTDE
                     MOVE WS-TOT-DIAS (WS-IND-TIPO) TO TOT-DIAS
                     WRITE REG-REL FROM LINHA-TOTAL
                           AFTER ADVANCING 1 LINE
              END-IF.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "AFASTADOS DO MES" TO CAT-NOME.
              MOVE "EX91" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX91-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX91 - RESUMO DA RELACAO DE AFASTADOS".
              DISPLAY "AFASTAMENTOS LIDOS      : " WS-CT-LIDOS.
              DISPLAY "AFASTAMENTOS NO MES     : " WS-CT-LISTADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADAFA
                     IF WS-TEM-CADFUN EQUAL "SIM"
                            CLOSE CADFUN
                     END-IF
              END-IF.
              PERFORM RESUMO-FINAL.
