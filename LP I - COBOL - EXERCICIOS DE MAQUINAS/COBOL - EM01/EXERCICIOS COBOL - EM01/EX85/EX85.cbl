       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX85.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  PEDIDO MENSAL DE VALE-TRANSPORTE. A PARTIR DA DATA
      *          DO LOTE (PARM-LOTE.DAT, OU A DATA DE HOJE) TOMA O MES
      *          SEGUINTE COMO MES DE REFERENCIA E CONTA SEUS DIAS
      *          UTEIS: SEGUNDA A SEXTA (DIA DA SEMANA POR DATSRV)
      *          QUE NAO SEJAM FERIADO EM FERIADOS.DAT, NACIONAL OU
      *          DA FILIAL DO LOTE, NO MESMO CRITERIO DE EX42 E EX82.
      *          PARA CADA ADESAO DE CADVT.DAT (MANTIDO POR EX84) COM
      *          O FUNCIONARIO AINDA EM CADFUN.DAT, A QUANTIDADE DE
      *          PASSAGENS E DIAS UTEIS X VIAGENS POR DIA E O CUSTO E
      *          PASSAGENS X TARIFA. O PEDIDO PARA A OPERADORA SAI EM
      *          EX85-PEDIDO-VT.DAT (CABECALHO "H" COM O MES DE
      *          REFERENCIA E OS DIAS UTEIS, UM DETALHE "D" POR
      *          FUNCIONARIO E TRAILER "T" COM OS TOTAIS) E O CUSTO
      *          DE CADA MATRICULA E ACRESCENTADO EM EX85-VT-REG.DAT,
      *          DE ONDE EX26 TIRA O DESCONTO DE ATE 6% NA FOLHA DO
      *          MES DE REFERENCIA. REEXECUTAR O PEDIDO NO MESMO MES
      *          ACRESCENTA NOVOS REGISTROS, E EX26 FICA COM O ULTIMO
      *          DE CADA MATRICULA. ADESAO DE MATRICULA FORA DE
      *          CADFUN.DAT E IGNORADA COM AVISO. TERMINA COM GOBACK
      *          PARA PODER SER AGENDADO COMO PASSO DA CADEIA DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VT-MATRICULA
              FILE STATUS IS WS-STATUS-CADVT.
       SELECT CADFUN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO
              FILE STATUS IS WS-STATUS-CADFUN.
       SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARQ-LOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PEDIDO-VT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VT-REG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-VT-REG.

       DATA DIVISION.

       FILE SECTION.
       FD CADVT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADVT.DAT".

       01 REG-VT.
              02 VT-MATRICULA PIC 9(05).
              02 VT-TARIFA    PIC 9(03)V99.
              02 VT-VIAGENS   PIC 9(02).

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

       FD ARQ-FERIADOS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "FERIADOS.DAT".

       01 REG-FERIADO.
              02 FER-DATA   PIC 9(008).
              02 FER-FILIAL PIC X(004).

       FD ARQ-LOTE
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-LOTE.DAT".

       01 REG-LOTE-PARM.
              COPY PARMLOTE.

       FD PEDIDO-VT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX85-PEDIDO-VT.DAT".

       01 REG-PEDIDO.
              02 PED-TIPO          PIC X(01).
              02 PED-MATRICULA     PIC 9(05).
              02 PED-NOME          PIC X(20).
              02 PED-TARIFA        PIC 9(03)V99.
              02 PED-VIAGENS       PIC 9(02).
              02 PED-DIAS          PIC 9(02).
              02 PED-PASSAGENS     PIC 9(04).
              02 PED-VALOR         PIC 9(07)V99.
              02 FILLER            PIC X(32).

       01 REG-PEDIDO-CAB REDEFINES REG-PEDIDO.
              02 PED-CAB-TIPO      PIC X(01).
              02 PED-CAB-FILIAL    PIC X(04).
              02 PED-CAB-MES-REF   PIC 9(06).
              02 PED-CAB-DIAS      PIC 9(02).
              02 PED-CAB-GERACAO   PIC 9(08).
              02 FILLER            PIC X(59).

       01 REG-PEDIDO-TRL REDEFINES REG-PEDIDO.
              02 PED-TRL-TIPO      PIC X(01).
              02 PED-TRL-QTDE      PIC 9(05).
              02 PED-TRL-PASSAGENS PIC 9(07).
              02 PED-TRL-VALOR     PIC 9(09)V99.
              02 FILLER            PIC X(56).

       FD VT-REG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX85-VT-REG.DAT".

       01 REG-VT-REG.
              02 VTR-MES-REF   PIC 9(06).
              02 VTR-MATRICULA PIC 9(05).
              02 VTR-CUSTO     PIC 9(07)V99.
              02 VTR-GERACAO   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC 9(1) VALUE 0.
       77 WS-STATUS-CADVT PIC X(02).
       77 WS-STATUS-CADFUN PIC X(02).
       77 WS-STATUS-VT-REG PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-FIM-FERIADOS PIC 9(01) VALUE 0.
       77 WS-LOTE-FILIAL PIC X(004) VALUE SPACES.
       77 WS-LOTE-DATA PIC X(008) VALUE SPACES.
       77 WS-CICLO PIC 9(08) VALUE ZEROES.
       77 WS-GERACAO PIC 9(08) VALUE ZEROES.
       77 WS-IND-FER PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZEROES.
       77 WS-E-FERIADO PIC X(03) VALUE "NAO".
       77 WS-DIAS-UTEIS PIC 9(02) VALUE ZEROES.
       77 WS-PASSAGENS PIC 9(04) VALUE ZEROES.
       77 WS-CUSTO PIC 9(7)V99 VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-PEDIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-IGNORADOS PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-PASSAGENS PIC 9(07) VALUE ZEROES.
       77 WS-TOTAL-VALOR PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-DATA-DIA.
              02 WS-DIA-ANO PIC 9(04).
              02 WS-DIA-MES PIC 9(02).
              02 WS-DIA-DIA PIC 9(02).

       01 WS-DATA-DIA-N REDEFINES WS-DATA-DIA PIC 9(08).

       01 WS-MES-REF.
              02 WS-MES-REF-ANO PIC 9(04).
              02 WS-MES-REF-MES PIC 9(02).

       01 WS-MES-REF-N REDEFINES WS-MES-REF PIC 9(06).

       01 TABELA-FERIADOS.
              02 WS-FERIADO OCCURS 100 TIMES.
                     03 WS-FER-DATA   PIC 9(008).
                     03 WS-FER-FILIAL PIC X(004).

       01 DATSRV-AREA.
              COPY DATSRV.

       PROCEDURE DIVISION.

       PROGRAMA85.

       PERFORM INICIO.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1
              PERFORM GRAVA-TRAILER
       END-IF.
       PERFORM TERMINO.

       GOBACK.

       INICIO.
              PERFORM LE-PARAMETRO-LOTE.
              PERFORM CARREGA-FERIADOS.
              OPEN INPUT CADVT.
              IF WS-STATUS-CADVT NOT EQUAL "00"
                     DISPLAY "EX85 - ERRO AO ABRIR CADVT - FILE "
                             "STATUS " WS-STATUS-CADVT
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 1 TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     OPEN INPUT CADFUN
                     IF WS-STATUS-CADFUN NOT EQUAL "00"
                            DISPLAY "EX85 - ERRO AO ABRIR CADFUN - "
                                    "FILE STATUS " WS-STATUS-CADFUN
                            CLOSE CADVT
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 1 TO FIM-ARQ
                            MOVE 16 TO RETURN-CODE
                     ELSE
                            PERFORM DEFINE-MES-REFERENCIA
                            PERFORM CONTA-DIAS-UTEIS
                            OPEN OUTPUT PEDIDO-VT
                            PERFORM ABRE-VT-REG
                            PERFORM GRAVA-CABECALHO
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

       CARREGA-FERIADOS.
              OPEN INPUT ARQ-FERIADOS.
              PERFORM UNTIL WS-FIM-FERIADOS EQUAL 1
                     READ ARQ-FERIADOS
                            AT END MOVE 1 TO WS-FIM-FERIADOS
                            NOT AT END
                            PERFORM GUARDA-FERIADO
                     END-READ
              END-PERFORM.
              CLOSE ARQ-FERIADOS.
              IF WS-TOTAL-FERIADOS EQUAL ZEROES
                     DISPLAY "EX85 - ATENCAO: FERIADOS.DAT AUSENTE OU "
                             "VAZIO - FERIADO NAO SERA CONSIDERADO"
              END-IF.

       GUARDA-FERIADO.
              IF WS-TOTAL-FERIADOS EQUAL 100
                     DISPLAY "EX85 - TABELA DE FERIADOS CHEIA (100) - "
                             "FERIADO IGNORADO: " FER-DATA
              ELSE
                     ADD 1 TO WS-TOTAL-FERIADOS
                     MOVE FER-DATA TO
                          WS-FER-DATA (WS-TOTAL-FERIADOS)
                     MOVE FER-FILIAL TO
                          WS-FER-FILIAL (WS-TOTAL-FERIADOS)
              END-IF.

       ABRE-VT-REG.
              OPEN EXTEND VT-REG.
              IF WS-STATUS-VT-REG NOT EQUAL "00"
                     OPEN OUTPUT VT-REG
              END-IF.

       DEFINE-MES-REFERENCIA.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GERACAO.
              IF WS-LOTE-DATA EQUAL SPACES
                     MOVE WS-GERACAO TO WS-CICLO
              ELSE
                     MOVE WS-LOTE-DATA TO WS-CICLO
              END-IF.
              MOVE WS-CICLO (1:6) TO WS-MES-REF-N.
              IF WS-MES-REF-MES EQUAL 12
                     MOVE 01 TO WS-MES-REF-MES
                     ADD 1 TO WS-MES-REF-ANO
              ELSE
                     ADD 1 TO WS-MES-REF-MES
              END-IF.

       CONTA-DIAS-UTEIS.
              MOVE ZEROES TO WS-DIAS-UTEIS.
              MOVE WS-MES-REF-ANO TO WS-DIA-ANO.
              MOVE WS-MES-REF-MES TO WS-DIA-MES.
              PERFORM VERIFICA-DIA-UTIL
                      VARYING WS-DIA-DIA FROM 1 BY 1
                      UNTIL WS-DIA-DIA GREATER 31.
              DISPLAY "EX85 - MES DE REFERENCIA " WS-MES-REF-MES "/"
                      WS-MES-REF-ANO " - DIAS UTEIS: " WS-DIAS-UTEIS.

       VERIFICA-DIA-UTIL.
              MOVE "V" TO DAT-FUNCAO.
              MOVE WS-DIA-DIA TO DAT-DIA.
              MOVE WS-DIA-MES TO DAT-MES.
              MOVE WS-DIA-ANO TO DAT-ANO.
              CALL "DATSRV" USING DATSRV-AREA.
              IF DAT-RETORNO EQUAL "0"
                     MOVE "S" TO DAT-FUNCAO
                     CALL "DATSRV" USING DATSRV-AREA
                     PERFORM VERIFICA-FERIADO
                     IF DAT-DIA-SEMANA-IND NOT EQUAL 1
                        AND DAT-DIA-SEMANA-IND NOT EQUAL 2
                        AND WS-E-FERIADO EQUAL "NAO"
                            ADD 1 TO WS-DIAS-UTEIS
                     END-IF
              END-IF.

       VERIFICA-FERIADO.
              MOVE "NAO" TO WS-E-FERIADO.
              PERFORM VARYING WS-IND-FER FROM 1 BY 1
                      UNTIL WS-IND-FER GREATER WS-TOTAL-FERIADOS
                      IF WS-FER-DATA (WS-IND-FER) EQUAL
                         WS-DATA-DIA-N
                         AND (WS-FER-FILIAL (WS-IND-FER) EQUAL "NAC "
                              OR WS-FER-FILIAL (WS-IND-FER) EQUAL
                                 WS-LOTE-FILIAL)
                             MOVE "SIM" TO WS-E-FERIADO
                      END-IF
              END-PERFORM.

       GRAVA-CABECALHO.
              MOVE SPACES TO REG-PEDIDO.
              MOVE "H" TO PED-CAB-TIPO.
              MOVE WS-LOTE-FILIAL TO PED-CAB-FILIAL.
              MOVE WS-MES-REF-N TO PED-CAB-MES-REF.
              MOVE WS-DIAS-UTEIS TO PED-CAB-DIAS.
              MOVE WS-GERACAO TO PED-CAB-GERACAO.
              WRITE REG-PEDIDO.

       VERIFICA-FIM.
              READ CADVT
                     AT END MOVE 1 TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL.
              MOVE VT-MATRICULA TO CODIGO.
              READ CADFUN
                     INVALID KEY
                            ADD 1 TO WS-CT-IGNORADOS
                            DISPLAY "EX85 - AVISO: MATRICULA "
                                    VT-MATRICULA " SEM CADFUN - "
                                    "FORA DO PEDIDO"
                     NOT INVALID KEY
                            PERFORM GRAVA-DETALHE
              END-READ.
              PERFORM VERIFICA-FIM.

       GRAVA-DETALHE.
              COMPUTE WS-PASSAGENS = WS-DIAS-UTEIS * VT-VIAGENS.
              COMPUTE WS-CUSTO ROUNDED = WS-PASSAGENS * VT-TARIFA.
              MOVE SPACES TO REG-PEDIDO.
              MOVE "D" TO PED-TIPO.
              MOVE VT-MATRICULA TO PED-MATRICULA.
              MOVE NOME TO PED-NOME.
              MOVE VT-TARIFA TO PED-TARIFA.
              MOVE VT-VIAGENS TO PED-VIAGENS.
              MOVE WS-DIAS-UTEIS TO PED-DIAS.
              MOVE WS-PASSAGENS TO PED-PASSAGENS.
              MOVE WS-CUSTO TO PED-VALOR.
              WRITE REG-PEDIDO.
              MOVE WS-MES-REF-N TO VTR-MES-REF.
              MOVE VT-MATRICULA TO VTR-MATRICULA.
              MOVE WS-CUSTO TO VTR-CUSTO.
              MOVE WS-GERACAO TO VTR-GERACAO.
              WRITE REG-VT-REG.
              ADD 1 TO WS-CT-PEDIDOS.
              ADD WS-PASSAGENS TO WS-TOTAL-PASSAGENS.
              ADD WS-CUSTO TO WS-TOTAL-VALOR.

       GRAVA-TRAILER.
              MOVE SPACES TO REG-PEDIDO.
              MOVE "T" TO PED-TRL-TIPO.
              MOVE WS-CT-PEDIDOS TO PED-TRL-QTDE.
              MOVE WS-TOTAL-PASSAGENS TO PED-TRL-PASSAGENS.
              MOVE WS-TOTAL-VALOR TO PED-TRL-VALOR.
              WRITE REG-PEDIDO.

       RESUMO-FINAL.
              MOVE WS-TOTAL-VALOR TO WS-TOTAL-VALOR-ED.
              DISPLAY "EX85 - RESUMO DO PEDIDO DE VALE-TRANSPORTE".
              DISPLAY "ADESOES LIDAS         : " WS-CT-LIDOS.
              DISPLAY "FUNCIONARIOS NO PEDIDO: " WS-CT-PEDIDOS.
              DISPLAY "IGNORADOS SEM CADFUN  : " WS-CT-IGNORADOS.
              DISPLAY "DIAS UTEIS DO MES     : " WS-DIAS-UTEIS.
              DISPLAY "TOTAL DE PASSAGENS    : " WS-TOTAL-PASSAGENS.
              DISPLAY "VALOR DO PEDIDO       : " WS-TOTAL-VALOR-ED.

       TERMINO.
              IF WS-ABORTAR EQUAL "NAO"
                     CLOSE CADVT CADFUN PEDIDO-VT VT-REG
              END-IF.
              PERFORM RESUMO-FINAL.
