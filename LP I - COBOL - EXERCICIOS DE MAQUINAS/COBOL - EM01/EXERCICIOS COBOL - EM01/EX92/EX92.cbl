       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX92.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  EXTRATO MENSAL DO BANCO DE HORAS: LE O RESUMO
      *          EX46-BH-MOV.DAT GRAVADO POR EX46 NAS FILIAIS COM
      *          ACORDO DE BANCO DE HORAS E IMPRIME EM EX92-REL.DAT
      *          UMA LINHA POR FUNCIONARIO COM O SALDO ANTERIOR, OS
      *          CREDITOS (HORAS EXTRAS) E DEBITOS (FALTAS) DO MES, AS
      *          HORAS VENCIDAS PAGAS E DESCONTADAS, O SALDO ATUAL E
      *          OS VALORES QUE FORAM PARA EX46-VARIAVEL.DAT. O NOME
      *          VEM DE CADFUN.DAT. SO ENTRAM AS LINHAS DA COMPETENCIA
      *          DO LOTE (A DATA DE PARM-LOTE.DAT, OU A DO DIA); LINHA
      *          DE OUTRA COMPETENCIA E SOBRA DE UMA RODADA ANTERIOR E
      *          E IGNORADA COM AVISO. SEM MOVIMENTO (FILIAL SEM
      *          ACORDO) NAO HA EXTRATO. FECHA COM O QUADRO DE TOTAIS
      *          E E CATALOGADO EM REL-CATALOGO.DAT.
      *          TERMINA COM GOBACK PARA PODER SER AGENDADO COMO
      *          PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARQ-MOV-BH ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
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
       FD ARQ-MOV-BH
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX46-BH-MOV.DAT".

       01 REG-MOV-BH.
              02 MBH-MATRICULA   PIC 9(05).
              02 MBH-COMPETENCIA PIC 9(06).
              02 MBH-SALDO-ANT   PIC S9(05)V99
                                 SIGN IS LEADING SEPARATE.
              02 MBH-CREDITOS    PIC 9(05)V99.
              02 MBH-DEBITOS     PIC 9(05)V99.
              02 MBH-VENC-PAGO   PIC 9(05)V99.
              02 MBH-VENC-DESC   PIC 9(05)V99.
              02 MBH-SALDO-FIM   PIC S9(05)V99
                                 SIGN IS LEADING SEPARATE.
              02 MBH-VALOR-PAGO  PIC 9(7)V99.
              02 MBH-VALOR-DESC  PIC 9(7)V99.

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
          VALUE OF FILE-ID IS "EX92-REL.DAT".
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
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-TEM-CADFUN PIC X(03) VALUE "NAO".
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LISTADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-IGNORADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOT-SALDO-ANT PIC S9(7)V99 VALUE ZEROES.
       77 WS-TOT-CREDITOS PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOT-DEBITOS PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOT-VENC-PAGO PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOT-VENC-DESC PIC 9(7)V99 VALUE ZEROES.
       77 WS-TOT-SALDO-FIM PIC S9(7)V99 VALUE ZEROES.
       77 WS-TOT-VALOR-PAGO PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOT-VALOR-DESC PIC 9(9)V99 VALUE ZEROES.

       01 CAB-01.
          02 FILLER     PIC X(122) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 VAR-PAG    PIC 99.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(40)
                  VALUE "EXTRATO DO BANCO DE HORAS - ".
          02 FILLER     PIC X(06) VALUE "CICLO ".
          02 VAR-CICLO  PIC 99/99/9999.
          02 FILLER     PIC X(36) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(10) VALUE "MATRICULA".
          02 FILLER PIC X(22) VALUE "NOME".
          02 FILLER PIC X(11) VALUE " SALDO ANT.".
          02 FILLER PIC X(11) VALUE "  CREDITOS".
          02 FILLER PIC X(11) VALUE "   DEBITOS".
          02 FILLER PIC X(11) VALUE " VENC.PAGO".
          02 FILLER PIC X(11) VALUE " VENC.DESC".
          02 FILLER PIC X(11) VALUE "SALDO ATUAL".
          02 FILLER PIC X(12) VALUE "  VALOR PAGO".
          02 FILLER PIC X(12) VALUE "  VALOR DESC".
          02 FILLER PIC X(10) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-MATRICULA   PIC 9(05).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DET-NOME        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-SALDO-ANT   PIC -----9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-CREDITOS    PIC ZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DEBITOS     PIC ZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-VENC-PAGO   PIC ZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-VENC-DESC   PIC ZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-SALDO-FIM   PIC -----9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-VALOR-PAGO  PIC ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-VALOR-DESC  PIC ZZZ.ZZ9,99.
          02 FILLER          PIC X(12) VALUE SPACES.

       01 LINHA-TOT-TITULO.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(30) VALUE "QUADRO DE TOTAIS:".
          02 FILLER        PIC X(92) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR     PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 TOT-VALOR     PIC ----.---.--9,99.
          02 FILLER        PIC X(73) VALUE SPACES.

       01 LINHA-TOTAL-QTDE.
          02 FILLER        PIC X(10) VALUE SPACES.
          02 TOT-DESCR-QTDE PIC X(30).
          02 FILLER        PIC X(04) VALUE SPACES.
          02 FILLER        PIC X(06) VALUE SPACES.
          02 TOT-QTDE      PIC ZZ.ZZ9.
          02 FILLER        PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA92.

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
              OPEN INPUT ARQ-MOV-BH.
              PERFORM VERIFICA-FIM.
              IF FIM-ARQ EQUAL 1
                     DISPLAY "EX92 - EX46-BH-MOV.DAT AUSENTE OU VAZIO "
                             "- SEM EXTRATO DE BANCO DE HORAS"
                     MOVE "SIM" TO WS-ABORTAR
                     CLOSE ARQ-MOV-BH
              ELSE
                     OPEN INPUT CADFUN
                     IF WS-STATUS-CADFUN EQUAL "00"
                            MOVE "SIM" TO WS-TEM-CADFUN
                     ELSE
                            DISPLAY "EX92 - AVISO: CADFUN INDISPONIVEL "
                                    "- EXTRATO SAI SEM NOMES"
                     END-IF
                     OPEN OUTPUT RELAT
                     PERFORM CABECALHO-SAIDA
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

       VERIFICA-FIM.
              READ ARQ-MOV-BH
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL.
              IF MBH-COMPETENCIA EQUAL WS-CICLO (1:6)
                     PERFORM IMPRIME-SALDO
              ELSE
                     ADD 1 TO WS-CT-IGNORADOS
                     DISPLAY "EX92 - AVISO: MATRICULA " MBH-MATRICULA
                             " DA COMPETENCIA " MBH-COMPETENCIA
                             " IGNORADA"
              END-IF.
              PERFORM VERIFICA-FIM.

       IMPRIME-SALDO.
              ADD 1 TO WS-CT-LISTADOS.
              ADD MBH-SALDO-ANT TO WS-TOT-SALDO-ANT.
              ADD MBH-CREDITOS TO WS-TOT-CREDITOS.
              ADD MBH-DEBITOS TO WS-TOT-DEBITOS.
              ADD MBH-VENC-PAGO TO WS-TOT-VENC-PAGO.
              ADD MBH-VENC-DESC TO WS-TOT-VENC-DESC.
              ADD MBH-SALDO-FIM TO WS-TOT-SALDO-FIM.
              ADD MBH-VALOR-PAGO TO WS-TOT-VALOR-PAGO.
              ADD MBH-VALOR-DESC TO WS-TOT-VALOR-DESC.
              MOVE MBH-MATRICULA TO DET-MATRICULA.
              MOVE SPACES TO DET-NOME.
              IF WS-TEM-CADFUN EQUAL "SIM"
                     MOVE MBH-MATRICULA TO CODIGO
                     READ CADFUN
                            INVALID KEY
                            MOVE "*** SEM CADFUN ***" TO DET-NOME
                            NOT INVALID KEY
                            MOVE NOME TO DET-NOME
                     END-READ
              END-IF.
              MOVE MBH-SALDO-ANT TO DET-SALDO-ANT.
              MOVE MBH-CREDITOS TO DET-CREDITOS.
              MOVE MBH-DEBITOS TO DET-DEBITOS.
              MOVE MBH-VENC-PAGO TO DET-VENC-PAGO.
              MOVE MBH-VENC-DESC TO DET-VENC-DESC.
              MOVE MBH-SALDO-FIM TO DET-SALDO-FIM.
              MOVE MBH-VALOR-PAGO TO DET-VALOR-PAGO.
              MOVE MBH-VALOR-DESC TO DET-VALOR-DESC.
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
              MOVE "FUNCIONARIOS NO EXTRATO" TO TOT-DESCR-QTDE.
              MOVE WS-CT-LISTADOS TO TOT-QTDE.
              WRITE REG-REL FROM LINHA-TOTAL-QTDE
                    AFTER ADVANCING 1 LINE.
              MOVE "SALDO ANTERIOR (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-SALDO-ANT TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "CREDITOS DO MES (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-CREDITOS TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DEBITOS DO MES (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-DEBITOS TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "VENCIDAS PAGAS (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-VENC-PAGO TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "VENCIDAS DESCONTADAS (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-VENC-DESC TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "SALDO ATUAL (HORAS)" TO TOT-DESCR.
              MOVE WS-TOT-SALDO-FIM TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "VALOR PAGO EM EXTRAS" TO TOT-DESCR.
              MOVE WS-TOT-VALOR-PAGO TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "VALOR DESCONTADO" TO TOT-DESCR.
              MOVE WS-TOT-VALOR-DESC TO TOT-VALOR.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              CLOSE RELAT.
              PERFORM REGISTRA-CATALOGO.

       REGISTRA-CATALOGO.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "EXTRATO BANCO HORAS" TO CAT-NOME.
              MOVE "EX92" TO CAT-PROGRAMA.
              MOVE WS-LOTE-FILIAL TO CAT-FILIAL.
              MOVE WS-CICLO TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX92-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL.
              DISPLAY "EX92 - RESUMO DO EXTRATO DE BANCO DE HORAS".
              DISPLAY "SALDOS LIDOS            : " WS-CT-LIDOS.
              DISPLAY "SALDOS NO EXTRATO       : " WS-CT-LISTADOS.
              DISPLAY "LINHAS IGNORADAS        : " WS-CT-IGNORADOS.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE ARQ-MOV-BH
                     IF WS-TEM-CADFUN EQUAL "SIM"
                            CLOSE CADFUN
                     END-IF
              END-IF.
              PERFORM RESUMO-FINAL.
