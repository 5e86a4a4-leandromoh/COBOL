       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX80.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  DECLARACAO ANUAL DE RETENCOES NA FONTE (NO MOLDE DA
      *          DIRF) PARA A RECEITA, QUE ATE AQUI ERA DIGITADA NO
      *          PROGRAMA DO GOVERNO A PARTIR DO INFORME EM PAPEL DE
      *          EX48. O ANO-CALENDARIO E O MESMO DE EX48 (PARM-EX48
      *          .DAT, OPCIONAL; SEM ELE VALE O ANO CORRENTE). OS
      *          REGISTROS DO ANO NO LIVRO-RAZAO CADLIQ-LEDGER.DAT
      *          SAO CLASSIFICADOS POR MATRICULA E COMPETENCIA (SORT,
      *          NO MOLDE DE EX48) E, COM QUEBRA POR MATRICULA, SAI O
      *          ARQUIVO EX80-DIRF.DAT EM POSICOES FIXAS DE 80:
      *             "1" HEADER - ANO-CALENDARIO, EMPRESA, DATA DE
      *                 GERACAO;
      *             "2" BENEFICIARIO - MATRICULA E NOME (CADSAI.DAT);
      *             "3" VALORES DO MES - MATRICULA, MES, RENDIMENTO
      *                 TRIBUTAVEL (BRUTO), INSS E IRRF; O MES 13 E
      *                 O DECIMO TERCEIRO, EM COLUNA PROPRIA, LIDO DE
      *                 EX25-DECIMO.CSV;
      *             "4" PENSAO ALIMENTICIA - MATRICULA, BENEFICIARIO
      *                 E TOTAL PAGO NO ANO, SOMADO DE
      *                 EX26-PENSAO-REG.DAT;
      *             "9" TRAILER - QUANTIDADES E TOTAIS DE
      *                 RENDIMENTO, INSS, IRRF, 13O E PENSAO.
      *          OS TOTAIS DO LIVRO-RAZAO SAO SOMADOS NA LEITURA E
      *          OS DO ARQUIVO NA GRAVACAO; O TRAILER SO E GRAVADO SE
      *          OS DOIS FECHAM - SEM TRAILER O ARQUIVO NAO PODE SER
      *          TRANSMITIDO E O PROGRAMA DEVOLVE RETURN-CODE 16.
      *          13O OU PENSAO DE MATRICULA SEM MOVIMENTO NO
      *          LIVRO-RAZAO NO ANO SAI COMO AVISO. AS LINHAS DA
      *          FOLHA COMPLEMENTAR DE EX123 (TIPO "C" NO
      *          LIVRO-RAZAO) ENTRAM NO MES DA COMPETENCIA ORIGINAL,
      *          SOMADAS AO CICLO. TERMINA COM
      *          GOBACK PARA PODER SER AGENDADO COMO PASSO DA CADEIA
      *          DE EX10.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEDGER-LIQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LEDGER.
       SELECT TRAB ASSIGN TO DISK.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADSAI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-SAI
              FILE STATUS IS WS-STATUS-CADSAI.
       SELECT DECIMO-CSV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DECIMO.
       SELECT PENSAO-REG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PENSAO.
       SELECT DIRF ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD LEDGER-LIQ
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADLIQ-LEDGER.DAT".

       01 REG-LEDGER-LIQ.
              02 LED-LIQ-COMPETENCIA PIC 9(08).
              02 LED-LIQ-MATRICULA   PIC 9(05).
              02 LED-LIQ-BRUTO       PIC 9(7)V99.
              02 LED-LIQ-INSS        PIC 9(7)V99.
              02 LED-LIQ-IRRF        PIC 9(7)V99.
              02 LED-LIQ-LIQUIDO     PIC 9(7)V99.
              02 LED-LIQ-TIPO        PIC X(01).

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-MATRICULA   PIC 9(05).
              02 TRAB-COMPETENCIA PIC 9(08).
              02 TRAB-BRUTO       PIC 9(7)V99.
              02 TRAB-INSS        PIC 9(7)V99.
              02 TRAB-IRRF        PIC 9(7)V99.

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX48.DAT".

       01 REG-PARM.
              02 PARM-ANO PIC 9(04).

       FD CADSAI
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADSAI.DAT".

       01 REG-SAI.
              02 CODIGO-SAI         PIC 9(5).
              02 NOME-SAI           PIC X(20).
              02 SALARIO-REAJUSTADO PIC 9(7)V99.
              02 DEPTO-SAI          PIC X(04).
              02 CARGO-SAI          PIC X(15).

       FD DECIMO-CSV
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX25-DECIMO.CSV".

       01 REG-DECIMO PIC X(40).

       FD PENSAO-REG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX26-PENSAO-REG.DAT".

       01 REG-PENSAO-REG.
              02 PREG-COMPETENCIA  PIC 9(08).
              02 PREG-MATRICULA    PIC 9(05).
              02 PREG-BENEFICIARIO PIC X(20).
              02 PREG-VALOR        PIC 9(7)V99.

       FD DIRF
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "EX80-DIRF.DAT".

       01 REG-DIRF-CAB.
              02 DIRF-CAB-TIPO     PIC X(01).
              02 DIRF-CAB-ANO      PIC 9(04).
              02 DIRF-CAB-EMPRESA  PIC X(10).
              02 DIRF-CAB-GERACAO  PIC 9(08).
              02 FILLER            PIC X(57).

       01 REG-DIRF-BEN REDEFINES REG-DIRF-CAB.
              02 DIRF-BEN-TIPO      PIC X(01).
              02 DIRF-BEN-MATRICULA PIC 9(05).
              02 DIRF-BEN-NOME      PIC X(20).
              02 FILLER             PIC X(54).

       01 REG-DIRF-MES REDEFINES REG-DIRF-CAB.
              02 DIRF-MES-TIPO       PIC X(01).
              02 DIRF-MES-MATRICULA  PIC 9(05).
              02 DIRF-MES-MES        PIC 9(02).
              02 DIRF-MES-RENDIMENTO PIC 9(9)V99.
              02 DIRF-MES-INSS       PIC 9(9)V99.
              02 DIRF-MES-IRRF       PIC 9(9)V99.
              02 FILLER              PIC X(39).

       01 REG-DIRF-PEN REDEFINES REG-DIRF-CAB.
              02 DIRF-PEN-TIPO         PIC X(01).
              02 DIRF-PEN-MATRICULA    PIC 9(05).
              02 DIRF-PEN-BENEFICIARIO PIC X(20).
              02 DIRF-PEN-VALOR        PIC 9(9)V99.
              02 FILLER                PIC X(43).

       01 REG-DIRF-TRL REDEFINES REG-DIRF-CAB.
              02 DIRF-TRL-TIPO       PIC X(01).
              02 DIRF-TRL-QTDE-BEN   PIC 9(05).
              02 DIRF-TRL-QTDE-REG   PIC 9(07).
              02 DIRF-TRL-RENDIMENTO PIC 9(11)V99.
              02 DIRF-TRL-INSS       PIC 9(11)V99.
              02 DIRF-TRL-IRRF       PIC 9(11)V99.
              02 DIRF-TRL-DECIMO     PIC 9(11)V99.
              02 DIRF-TRL-PENSAO     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 WS-FIM-AUX PIC X(03) VALUE "NAO".
       77 WS-STATUS-LEDGER PIC X(02).
       77 WS-STATUS-CADSAI PIC X(02).
       77 WS-STATUS-DECIMO PIC X(02).
       77 WS-STATUS-PENSAO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-CADSAI-ABERTO PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADO PIC X(03) VALUE "NAO".
       77 WS-EMPRESA PIC X(10) VALUE "FATEC-SP".
       77 WS-ANO PIC 9(04) VALUE ZEROES.
       77 WS-MES PIC 9(02) VALUE ZEROES.
       77 WS-IND PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-DECIMOS PIC 9(04) VALUE ZEROES.
       77 WS-TOTAL-PENSOES PIC 9(04) VALUE ZEROES.
       77 WS-MATRICULA-TXT PIC X(05) VALUE SPACES.
       77 WS-NOME-TXT PIC X(20) VALUE SPACES.
       77 WS-VALOR-TXT PIC X(12) VALUE SPACES.
       77 WS-CENTAVOS-TXT PIC X(02) VALUE SPACES.
       77 WS-QUEBRA-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WS-PRIMEIRO-GRUPO PIC X(03) VALUE "SIM".
       77 WS-CT-LIDOS PIC 9(07) VALUE ZEROES.
       77 WS-CT-BENEFICIARIOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REGISTROS PIC 9(07) VALUE ZEROES.
       77 WS-CT-SEM-MOVIMENTO PIC 9(05) VALUE ZEROES.
       77 WS-LED-RENDIMENTO PIC 9(11)V99 VALUE ZEROES.
       77 WS-LED-INSS PIC 9(11)V99 VALUE ZEROES.
       77 WS-LED-IRRF PIC 9(11)V99 VALUE ZEROES.
       77 WS-ARQ-RENDIMENTO PIC 9(11)V99 VALUE ZEROES.
       77 WS-ARQ-INSS PIC 9(11)V99 VALUE ZEROES.
       77 WS-ARQ-IRRF PIC 9(11)V99 VALUE ZEROES.
       77 WS-ARQ-DECIMO PIC 9(11)V99 VALUE ZEROES.
       77 WS-ARQ-PENSAO PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-MESES.
              02 WS-MS OCCURS 12 TIMES.
                     03 WS-MS-RENDIMENTO PIC 9(9)V99.
                     03 WS-MS-INSS       PIC 9(9)V99.
                     03 WS-MS-IRRF       PIC 9(9)V99.

       01 TABELA-DECIMOS.
              02 WS-DC OCCURS 2000 TIMES.
                     03 WS-DC-MATRICULA PIC 9(05).
                     03 WS-DC-VALOR     PIC 9(7)V99.
                     03 WS-DC-USADO     PIC X(03).

       01 TABELA-PENSOES.
              02 WS-PN OCCURS 500 TIMES.
                     03 WS-PN-MATRICULA    PIC 9(05).
                     03 WS-PN-BENEFICIARIO PIC X(20).
                     03 WS-PN-VALOR        PIC 9(9)V99.
                     03 WS-PN-USADO        PIC X(03).

       PROCEDURE DIVISION.

       PROGRAMA80 SECTION.

       PERFORM LE-PARAMETRO.
       PERFORM CARREGA-DECIMOS.
       PERFORM CARREGA-PENSOES.
       SORT TRAB
            ASCENDING KEY TRAB-MATRICULA
            ASCENDING KEY TRAB-COMPETENCIA
            INPUT  PROCEDURE ROT-ENTRADA
            OUTPUT PROCEDURE ROT-SAIDA.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CONFERE-E-GRAVA-TRAILER
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM AVISA-SEM-MOVIMENTO
              DISPLAY "EX80 - DECLARACAO DO ANO " WS-ANO " GERADA - "
                      WS-CT-BENEFICIARIOS " BENEFICIARIOS, "
                      WS-CT-REGISTROS " REGISTROS"
       END-IF.

       GOBACK.

       LE-PARAMETRO SECTION.
              OPEN INPUT ARQ-PARM.
              READ ARQ-PARM
                     AT END
                     MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO
                     NOT AT END
                     MOVE PARM-ANO TO WS-ANO.
              CLOSE ARQ-PARM.

       CARREGA-DECIMOS SECTION.
              OPEN INPUT DECIMO-CSV.
              IF WS-STATUS-DECIMO NOT EQUAL "00"
                     DISPLAY "EX80 - AVISO: EX25-DECIMO.CSV AUSENTE - "
                             "13O DECLARADO ZERADO"
              ELSE
                     MOVE "NAO" TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL "SIM"
                            READ DECIMO-CSV
                                   AT END MOVE "SIM" TO WS-FIM-AUX
                                   NOT AT END
                                   PERFORM GUARDA-DECIMO
                            END-READ
                     END-PERFORM
                     CLOSE DECIMO-CSV
              END-IF.

       GUARDA-DECIMO SECTION.
              MOVE SPACES TO WS-MATRICULA-TXT WS-NOME-TXT
                             WS-VALOR-TXT WS-CENTAVOS-TXT.
              UNSTRING REG-DECIMO DELIMITED BY ","
                       INTO WS-MATRICULA-TXT
                            WS-NOME-TXT
                            WS-VALOR-TXT
                            WS-CENTAVOS-TXT.
              IF WS-MATRICULA-TXT NOT NUMERIC
                     NEXT SENTENCE
              ELSE
              IF WS-TOTAL-DECIMOS EQUAL 2000
                     DISPLAY "EX80 - TABELA DE 13O CHEIA (2000) - "
                             "MATRICULA IGNORADA: " WS-MATRICULA-TXT
              ELSE
                     ADD 1 TO WS-TOTAL-DECIMOS
                     MOVE WS-MATRICULA-TXT TO
                          WS-DC-MATRICULA (WS-TOTAL-DECIMOS)
                     COMPUTE WS-DC-VALOR (WS-TOTAL-DECIMOS) =
                             FUNCTION NUMVAL (WS-VALOR-TXT)
                             + FUNCTION NUMVAL (WS-CENTAVOS-TXT) / 100
                     MOVE "NAO" TO WS-DC-USADO (WS-TOTAL-DECIMOS)
              END-IF
              END-IF.

       CARREGA-PENSOES SECTION.
              OPEN INPUT PENSAO-REG.
              IF WS-STATUS-PENSAO NOT EQUAL "00"
                     DISPLAY "EX80 - AVISO: EX26-PENSAO-REG.DAT "
                             "AUSENTE - SEM PENSAO A DECLARAR"
              ELSE
                     MOVE "NAO" TO WS-FIM-AUX
                     PERFORM UNTIL WS-FIM-AUX EQUAL "SIM"
                            READ PENSAO-REG
                                   AT END MOVE "SIM" TO WS-FIM-AUX
                                   NOT AT END
                                   PERFORM GUARDA-PENSAO
                            END-READ
                     END-PERFORM
                     CLOSE PENSAO-REG
              END-IF.

       GUARDA-PENSAO SECTION.
              IF PREG-COMPETENCIA (1:4) EQUAL WS-ANO
                     MOVE "NAO" TO WS-ENCONTRADO
                     PERFORM VARYING WS-IND FROM 1 BY 1
                             UNTIL WS-IND GREATER WS-TOTAL-PENSOES
                             OR WS-ENCONTRADO EQUAL "SIM"
                             IF WS-PN-MATRICULA (WS-IND)
                                EQUAL PREG-MATRICULA
                                AND WS-PN-BENEFICIARIO (WS-IND)
                                EQUAL PREG-BENEFICIARIO
                                    MOVE "SIM" TO WS-ENCONTRADO
                                    ADD PREG-VALOR TO
                                        WS-PN-VALOR (WS-IND)
                             END-IF
                     END-PERFORM
                     IF WS-ENCONTRADO EQUAL "NAO"
                            PERFORM NOVA-PENSAO
                     END-IF
              END-IF.

       NOVA-PENSAO SECTION.
              IF WS-TOTAL-PENSOES EQUAL 500
                     DISPLAY "EX80 - TABELA DE PENSOES CHEIA (500) - "
                             "MATRICULA " PREG-MATRICULA
                             " BENEFICIARIO " PREG-BENEFICIARIO
                             " IGNORADO"
              ELSE
                     ADD 1 TO WS-TOTAL-PENSOES
                     MOVE PREG-MATRICULA TO
                          WS-PN-MATRICULA (WS-TOTAL-PENSOES)
                     MOVE PREG-BENEFICIARIO TO
                          WS-PN-BENEFICIARIO (WS-TOTAL-PENSOES)
                     MOVE PREG-VALOR TO
                          WS-PN-VALOR (WS-TOTAL-PENSOES)
                     MOVE "NAO" TO WS-PN-USADO (WS-TOTAL-PENSOES)
              END-IF.

       ROT-ENTRADA SECTION.
              OPEN INPUT LEDGER-LIQ.
              IF WS-STATUS-LEDGER NOT EQUAL "00"
                     DISPLAY "EX80 - ERRO AO ABRIR CADLIQ-LEDGER - "
                             "FILE STATUS " WS-STATUS-LEDGER
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE "SIM" TO FIM-ARQ
                     MOVE 16 TO RETURN-CODE
              ELSE
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
                     CLOSE LEDGER-LIQ
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ LEDGER-LIQ
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDOS.

       PRINCIPAL-ENTRADA SECTION.
              IF LED-LIQ-COMPETENCIA (1:4) EQUAL WS-ANO
                     MOVE LED-LIQ-MATRICULA TO TRAB-MATRICULA
                     MOVE LED-LIQ-COMPETENCIA TO TRAB-COMPETENCIA
                     MOVE LED-LIQ-BRUTO TO TRAB-BRUTO
                     MOVE LED-LIQ-INSS TO TRAB-INSS
                     MOVE LED-LIQ-IRRF TO TRAB-IRRF
                     ADD LED-LIQ-BRUTO TO WS-LED-RENDIMENTO
                     ADD LED-LIQ-INSS TO WS-LED-INSS
                     ADD LED-LIQ-IRRF TO WS-LED-IRRF
                     RELEASE REG-TRAB
              END-IF.
              PERFORM LEITURA-ENTRADA.

       ROT-SAIDA SECTION.
              IF WS-ABORTAR EQUAL "NAO"
                     MOVE "NAO" TO FIM-ARQ
                     OPEN OUTPUT DIRF
                     OPEN INPUT CADSAI
                     IF WS-STATUS-CADSAI EQUAL "00"
                            MOVE "SIM" TO WS-CADSAI-ABERTO
                     ELSE
                            DISPLAY "EX80 - AVISO: CADSAI INDISPONIVEL"
                                    " - FILE STATUS " WS-STATUS-CADSAI
                                    " - BENEFICIARIOS SEM NOME"
                     END-IF
                     PERFORM GRAVA-HEADER
                     PERFORM ZERA-MESES
                     PERFORM LE-SAIDA
                     PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM"
                     IF WS-PRIMEIRO-GRUPO EQUAL "NAO"
                            PERFORM GRAVA-BENEFICIARIO
                     END-IF
                     IF WS-CADSAI-ABERTO EQUAL "SIM"
                            CLOSE CADSAI
                     END-IF
              END-IF.

       GRAVA-HEADER SECTION.
              MOVE SPACES TO REG-DIRF-CAB.
              MOVE "1" TO DIRF-CAB-TIPO.
              MOVE WS-ANO TO DIRF-CAB-ANO.
              MOVE WS-EMPRESA TO DIRF-CAB-EMPRESA.
              MOVE FUNCTION CURRENT-DATE (1:8) TO DIRF-CAB-GERACAO.
              WRITE REG-DIRF-CAB.
              ADD 1 TO WS-CT-REGISTROS.

       ZERA-MESES SECTION.
              PERFORM VARYING WS-MES FROM 1 BY 1
                      UNTIL WS-MES GREATER 12
                      MOVE ZEROES TO WS-MS-RENDIMENTO (WS-MES)
                                     WS-MS-INSS (WS-MES)
                                     WS-MS-IRRF (WS-MES)
              END-PERFORM.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              MOVE TRAB-COMPETENCIA (5:2) TO WS-MES.
              IF WS-MES LESS 1 OR WS-MES GREATER 12
                     MOVE 12 TO WS-MES
              END-IF.
              ADD TRAB-BRUTO TO WS-MS-RENDIMENTO (WS-MES).
              ADD TRAB-INSS TO WS-MS-INSS (WS-MES).
              ADD TRAB-IRRF TO WS-MS-IRRF (WS-MES).
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF WS-PRIMEIRO-GRUPO EQUAL "SIM"
                     MOVE "NAO" TO WS-PRIMEIRO-GRUPO
                     MOVE TRAB-MATRICULA TO WS-QUEBRA-MATRICULA
              ELSE
              IF TRAB-MATRICULA NOT EQUAL WS-QUEBRA-MATRICULA
                     PERFORM GRAVA-BENEFICIARIO
                     MOVE TRAB-MATRICULA TO WS-QUEBRA-MATRICULA
              END-IF
              END-IF.

       GRAVA-BENEFICIARIO SECTION.
              ADD 1 TO WS-CT-BENEFICIARIOS.
              MOVE SPACES TO REG-DIRF-CAB.
              MOVE "2" TO DIRF-BEN-TIPO.
              MOVE WS-QUEBRA-MATRICULA TO DIRF-BEN-MATRICULA.
              IF WS-CADSAI-ABERTO EQUAL "SIM"
                     MOVE WS-QUEBRA-MATRICULA TO CODIGO-SAI
                     READ CADSAI
                            INVALID KEY
                                   MOVE "NAO CADASTRADO" TO
                                        DIRF-BEN-NOME
                            NOT INVALID KEY
                                   MOVE NOME-SAI TO DIRF-BEN-NOME
                     END-READ
              END-IF.
              WRITE REG-DIRF-CAB.
              ADD 1 TO WS-CT-REGISTROS.
              PERFORM GRAVA-MES
                      VARYING WS-MES FROM 1 BY 1
                      UNTIL WS-MES GREATER 12.
              PERFORM GRAVA-DECIMO.
              PERFORM GRAVA-PENSAO
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PENSOES.
              PERFORM ZERA-MESES.

       GRAVA-MES SECTION.
              IF WS-MS-RENDIMENTO (WS-MES) GREATER ZEROES
                 OR WS-MS-INSS (WS-MES) GREATER ZEROES
                 OR WS-MS-IRRF (WS-MES) GREATER ZEROES
                     MOVE SPACES TO REG-DIRF-CAB
                     MOVE "3" TO DIRF-MES-TIPO
                     MOVE WS-QUEBRA-MATRICULA TO DIRF-MES-MATRICULA
                     MOVE WS-MES TO DIRF-MES-MES
                     MOVE WS-MS-RENDIMENTO (WS-MES) TO
                          DIRF-MES-RENDIMENTO
                     MOVE WS-MS-INSS (WS-MES) TO DIRF-MES-INSS
                     MOVE WS-MS-IRRF (WS-MES) TO DIRF-MES-IRRF
                     WRITE REG-DIRF-CAB
                     ADD 1 TO WS-CT-REGISTROS
                     ADD WS-MS-RENDIMENTO (WS-MES) TO
                         WS-ARQ-RENDIMENTO
                     ADD WS-MS-INSS (WS-MES) TO WS-ARQ-INSS
                     ADD WS-MS-IRRF (WS-MES) TO WS-ARQ-IRRF
              END-IF.

       GRAVA-DECIMO SECTION.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DECIMOS
                      IF WS-DC-MATRICULA (WS-IND)
                         EQUAL WS-QUEBRA-MATRICULA
                         AND WS-DC-USADO (WS-IND) EQUAL "NAO"
                             MOVE "SIM" TO WS-DC-USADO (WS-IND)
                             MOVE SPACES TO REG-DIRF-CAB
                             MOVE "3" TO DIRF-MES-TIPO
                             MOVE WS-QUEBRA-MATRICULA TO
                                  DIRF-MES-MATRICULA
                             MOVE 13 TO DIRF-MES-MES
                             MOVE WS-DC-VALOR (WS-IND) TO
                                  DIRF-MES-RENDIMENTO
                             MOVE ZEROES TO DIRF-MES-INSS
                                            DIRF-MES-IRRF
                             WRITE REG-DIRF-CAB
                             ADD 1 TO WS-CT-REGISTROS
                             ADD WS-DC-VALOR (WS-IND) TO WS-ARQ-DECIMO
                      END-IF
              END-PERFORM.

       GRAVA-PENSAO SECTION.
              IF WS-PN-MATRICULA (WS-IND) EQUAL WS-QUEBRA-MATRICULA
                     MOVE "SIM" TO WS-PN-USADO (WS-IND)
                     MOVE SPACES TO REG-DIRF-CAB
                     MOVE "4" TO DIRF-PEN-TIPO
                     MOVE WS-QUEBRA-MATRICULA TO DIRF-PEN-MATRICULA
                     MOVE WS-PN-BENEFICIARIO (WS-IND) TO
                          DIRF-PEN-BENEFICIARIO
                     MOVE WS-PN-VALOR (WS-IND) TO DIRF-PEN-VALOR
                     WRITE REG-DIRF-CAB
                     ADD 1 TO WS-CT-REGISTROS
                     ADD WS-PN-VALOR (WS-IND) TO WS-ARQ-PENSAO
              END-IF.

       CONFERE-E-GRAVA-TRAILER SECTION.
              IF WS-ARQ-RENDIMENTO NOT EQUAL WS-LED-RENDIMENTO
                 OR WS-ARQ-INSS NOT EQUAL WS-LED-INSS
                 OR WS-ARQ-IRRF NOT EQUAL WS-LED-IRRF
                     DISPLAY "EX80 - TOTAIS NAO FECHAM COM O "
                             "LIVRO-RAZAO - RENDIMENTO "
                             WS-LED-RENDIMENTO " X " WS-ARQ-RENDIMENTO
                     DISPLAY "EX80 - INSS " WS-LED-INSS " X "
                             WS-ARQ-INSS " - IRRF " WS-LED-IRRF
                             " X " WS-ARQ-IRRF
                     DISPLAY "EX80 - EX80-DIRF.DAT SEM TRAILER - NAO "
                             "TRANSMITIR"
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     ADD 1 TO WS-CT-REGISTROS
                     MOVE SPACES TO REG-DIRF-CAB
                     MOVE "9" TO DIRF-TRL-TIPO
                     MOVE WS-CT-BENEFICIARIOS TO DIRF-TRL-QTDE-BEN
                     MOVE WS-CT-REGISTROS TO DIRF-TRL-QTDE-REG
                     MOVE WS-ARQ-RENDIMENTO TO DIRF-TRL-RENDIMENTO
                     MOVE WS-ARQ-INSS TO DIRF-TRL-INSS
                     MOVE WS-ARQ-IRRF TO DIRF-TRL-IRRF
                     MOVE WS-ARQ-DECIMO TO DIRF-TRL-DECIMO
                     MOVE WS-ARQ-PENSAO TO DIRF-TRL-PENSAO
                     WRITE REG-DIRF-CAB
              END-IF.
              CLOSE DIRF.

       AVISA-SEM-MOVIMENTO SECTION.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-DECIMOS
                      IF WS-DC-USADO (WS-IND) EQUAL "NAO"
                             ADD 1 TO WS-CT-SEM-MOVIMENTO
                             DISPLAY "EX80 - AVISO: 13O DA MATRICULA "
                                     WS-DC-MATRICULA (WS-IND)
                                     " SEM MOVIMENTO NO ANO - NAO "
                                     "DECLARADO"
                      END-IF
              END-PERFORM.
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER WS-TOTAL-PENSOES
                      IF WS-PN-USADO (WS-IND) EQUAL "NAO"
                             ADD 1 TO WS-CT-SEM-MOVIMENTO
                             DISPLAY "EX80 - AVISO: PENSAO DA "
                                     "MATRICULA "
                                     WS-PN-MATRICULA (WS-IND)
                                     " SEM MOVIMENTO NO ANO - NAO "
                                     "DECLARADA"
                      END-IF
              END-PERFORM.
