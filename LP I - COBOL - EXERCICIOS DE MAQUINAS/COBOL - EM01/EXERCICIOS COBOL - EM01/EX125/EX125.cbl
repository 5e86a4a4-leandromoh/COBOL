       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX125.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  QUADRO DE VAGAS. MANTEM O CADASTRO DE POSICOES
      *          AUTORIZADAS VAGAS.DAT (COPY CADVAG, INDEXADO PELO
      *          NUMERO DA VAGA - CRIADO VAZIO NA PRIMEIRA EXECUCAO)
      *          E EMITE A RELACAO DAS VAGAS EM ABERTO POR
      *          DEPARTAMENTO COM HA QUANTOS DIAS CADA UMA ESTA
      *          ABERTA. ANTES DO RELATORIO APLICA O MOVIMENTO
      *          MVTO-VAG.DAT (OPCIONAL), UMA LINHA POR VAGA COM O
      *          TIPO: "I" = INCLUI A POSICAO NO DEPTO E CARGO DO
      *          MOVIMENTO, JA VAGA, ABERTA NA DATA DO MOVIMENTO (EM
      *          BRANCO = DATA DE REFERENCIA); "C" = CONGELA UMA VAGA
      *          EM ABERTO; "L" = DESCONGELA, REABRINDO A CONTAGEM DE
      *          DIAS NA DATA DO MOVIMENTO; "E" = EXCLUI UMA POSICAO
      *          QUE NAO ESTEJA OCUPADA. A OCUPACAO E A LIBERACAO DAS
      *          VAGAS SAO FEITAS POR EX27 NA ADMISSAO E NO
      *          DESLIGAMENTO. O CARGO DA INCLUSAO E CONFERIDO EM
      *          CARGOS.DAT PELO SUBPROGRAMA CARSRV (SEM A TABELA A
      *          CONFERENCIA E PULADA). MOVIMENTO INVALIDO - VAGA JA
      *          EXISTENTE OU INEXISTENTE, DEPTO OU CARGO EM BRANCO,
      *          CARGO FORA DA TABELA, DATA INVALIDA, SITUACAO QUE
      *          NAO PERMITE A OPERACAO, TIPO DESCONHECIDO - E
      *          REJEITADO PARA REJ-COMUM.DAT (REJ-PROGRAMA "EX125",
      *          STATUS "A") E O PROGRAMA DEVOLVE RETURN-CODE 4.
      *          A DATA DE REFERENCIA VEM DE PARM-EX125.DAT
      *          (OPCIONAL - SEM ELE, HOJE). O RELATORIO EX125-REL.DAT
      *          (MOLDE DE EX113, PAGINA NOVA A CADA DEPTO) LISTA AS
      *          VAGAS EM ABERTO DA MAIS ANTIGA PARA A MAIS NOVA COM
      *          O CARGO, A DATA DE ABERTURA E OS DIAS EM ABERTO, E
      *          FECHA CADA DEPTO COM AS POSICOES VAGAS, OCUPADAS E
      *          CONGELADAS E A MEDIA DE DIAS DAS VAGAS, MAIS O TOTAL
      *          GERAL. O RELATORIO E REGISTRADO NO CATALOGO. SEM
      *          CONSEGUIR ABRIR O QUADRO NADA E FEITO (RETURN-CODE
      *          16). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VAGAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAG-NUMERO
              FILE STATUS IS WS-STATUS-VAGAS.
       SELECT OPTIONAL MVTO-VAG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTO.
       SELECT OPTIONAL ARQ-PARM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PARM.
       SELECT REJ-COMUM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ-COMUM.
       SELECT TRAB ASSIGN TO DISK.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD VAGAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "VAGAS.DAT".

       01 REG-VAGA.
              COPY CADVAG.

       FD MVTO-VAG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MVTO-VAG.DAT".

       01 REG-MVTO-VAG.
              02 MVG-NUMERO PIC 9(05).
              02 MVG-TIPO   PIC X(01).
              02 MVG-DEPTO  PIC X(04).
              02 MVG-CARGO  PIC X(15).
              02 MVG-DATA   PIC X(08).

       FD ARQ-PARM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARM-EX125.DAT".

       01 REG-PARM.
              02 PRM-REFERENCIA PIC 9(08).

       FD REJ-COMUM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REJ-COMUM.DAT".

       01 REG-REJ-COMUM.
              COPY REJCOM.

       SD TRAB.
       01 REG-TRAB.
              02 TRAB-DEPTO    PIC X(04).
              02 TRAB-DIAS     PIC 9(05).
              02 TRAB-NUMERO   PIC 9(05).
              02 TRAB-CARGO    PIC X(15).
              02 TRAB-STATUS   PIC X(01).
              02 TRAB-ABERTURA PIC 9(08).

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX125-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 FIM-MVTO PIC X(03) VALUE "NAO".
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-VAGAS PIC X(02).
       77 WS-STATUS-MVTO PIC X(02).
       77 WS-STATUS-PARM PIC X(02).
       77 WS-STATUS-REJ-COMUM PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-ENCONTRADA PIC X(03) VALUE "NAO".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-DATA-REF PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DIA PIC 9(08) VALUE ZEROES.
       77 WS-DATA-MVTO PIC 9(08) VALUE ZEROES.
       77 WS-INTEIRO-REF PIC 9(07) VALUE ZEROES.
       77 WS-INTEIRO-ABERTURA PIC 9(07) VALUE ZEROES.
       77 WS-DEPTO-ANTERIOR PIC X(04) VALUE SPACES.
       77 WS-PRIMEIRO PIC X(03) VALUE "SIM".
       77 WS-CT-MVTO-LIDOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-INCLUIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-CONGELADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DESCONGELADAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-EXCLUIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-LIDAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-DEPTOS PIC 9(03) VALUE ZEROES.
       77 WS-MEDIA-DIAS PIC 9(05) VALUE ZEROES.

       01 TOTAIS-DEPTO.
              02 WS-DEP-VAGAS      PIC 9(05).
              02 WS-DEP-OCUPADAS   PIC 9(05).
              02 WS-DEP-CONGELADAS PIC 9(05).
              02 WS-DEP-DIAS       PIC 9(09).

       01 TOTAIS-GERAIS.
              02 WS-GER-VAGAS      PIC 9(05).
              02 WS-GER-OCUPADAS   PIC 9(05).
              02 WS-GER-CONGELADAS PIC 9(05).
              02 WS-GER-DIAS       PIC 9(09).

       01 CARSRV-AREA.
              COPY CARSRV.

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
          02 FILLER    PIC X(32)
                       VALUE "QUADRO DE VAGAS EM ABERTO-DEPTO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-DEPTO PIC X(04).
          02 FILLER    PIC X(04) VALUE " EM ".
          02 CAB-02-DATA PIC X(10).
          02 FILLER    PIC X(19) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "VAGA ".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "CARGO".
          02 FILLER   PIC X(12) VALUE SPACES.
          02 FILLER   PIC X(10) VALUE "ABERTA EM ".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(14) VALUE "DIAS EM ABERTO".
          02 FILLER   PIC X(29) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 NUMERO-DET   PIC 9(05).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 CARGO-DET    PIC X(15).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 ABERTURA-DET PIC X(10).
          02 FILLER       PIC X(07) VALUE SPACES.
          02 DIAS-DET     PIC ZZZZ9.
          02 FILLER       PIC X(33) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "DEPTO ".
          02 DEPTO-SUBT   PIC X(04).
          02 FILLER       PIC X(07) VALUE " VAGAS ".
          02 VAGAS-SUBT   PIC ZZZ9.
          02 FILLER       PIC X(10) VALUE " OCUPADAS ".
          02 OCUPADAS-SUBT PIC ZZZ9.
          02 FILLER       PIC X(12) VALUE " CONGELADAS ".
          02 CONGELADAS-SUBT PIC ZZZ9.
          02 FILLER       PIC X(12) VALUE " MEDIA DIAS ".
          02 MEDIA-SUBT   PIC ZZZZ9.
          02 FILLER       PIC X(11) VALUE SPACES.

       01 LINHA-TOTAL-GERAL.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "GERAL ".
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(07) VALUE " VAGAS ".
          02 VAGAS-TOT    PIC ZZZ9.
          02 FILLER       PIC X(10) VALUE " OCUPADAS ".
          02 OCUPADAS-TOT PIC ZZZ9.
          02 FILLER       PIC X(12) VALUE " CONGELADAS ".
          02 CONGELADAS-TOT PIC ZZZ9.
          02 FILLER       PIC X(12) VALUE " MEDIA DIAS ".
          02 MEDIA-TOT    PIC ZZZZ9.
          02 FILLER       PIC X(11) VALUE SPACES.

       01 LINHA-DEPTOS.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE "DEPARTAMENTOS     : ".
          02 DEPTOS-TOT   PIC ZZ9.
          02 FILLER       PIC X(28)
                          VALUE " - DIAS EM ABERTO CONTADOS A".
          02 FILLER       PIC X(05) VALUE "TE O ".
          02 REF-TOT      PIC X(10).
          02 FILLER       PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA125 SECTION.

       MOVE ZEROES TO TOTAIS-DEPTO TOTAIS-GERAIS.
       PERFORM LE-PARAMETROS.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM ABRE-VAGAS
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM ATUALIZA-QUADRO
              SORT TRAB
                   ASCENDING KEY TRAB-DEPTO
                   DESCENDING KEY TRAB-DIAS
                   ASCENDING KEY TRAB-NUMERO
                   INPUT  PROCEDURE ROT-ENTRADA
                   OUTPUT PROCEDURE ROT-SAIDA
              CLOSE VAGAS
              PERFORM REGISTRA-CATALOGO
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
          AND WS-CT-REJEITADOS GREATER ZEROES
              MOVE 4 TO RETURN-CODE
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
                     DISPLAY "EX125 - DATA INVALIDA EM PARM-EX125: "
                             WS-DATA-REF
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     COMPUTE WS-INTEIRO-REF =
                             FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
              END-IF.

      *    NA PRIMEIRA EXECUCAO O QUADRO NAO EXISTE: E CRIADO VAZIO
      *    E REABERTO PARA RECEBER AS INCLUSOES DO MOVIMENTO.
       ABRE-VAGAS SECTION.
              OPEN I-O VAGAS.
              IF WS-STATUS-VAGAS NOT EQUAL "00"
                     DISPLAY "EX125 - VAGAS.DAT INEXISTENTE - CRIANDO "
                             "O QUADRO VAZIO"
                     OPEN OUTPUT VAGAS
                     CLOSE VAGAS
                     OPEN I-O VAGAS
                     IF WS-STATUS-VAGAS NOT EQUAL "00"
                            DISPLAY "EX125 - ERRO AO ABRIR VAGAS - "
                                    "FILE STATUS " WS-STATUS-VAGAS
                            MOVE "SIM" TO WS-ABORTAR
                            MOVE 16 TO RETURN-CODE
                     END-IF
              END-IF.

       ATUALIZA-QUADRO SECTION.
              OPEN INPUT MVTO-VAG.
              IF WS-STATUS-MVTO EQUAL "00"
                     OPEN EXTEND REJ-COMUM
                     IF WS-STATUS-REJ-COMUM NOT EQUAL "00"
                            OPEN OUTPUT REJ-COMUM
                     END-IF
                     PERFORM LE-MVTO
                     PERFORM PROCESSA-MVTO UNTIL FIM-MVTO EQUAL "SIM"
                     CLOSE REJ-COMUM
                     CLOSE MVTO-VAG
              END-IF.

       LE-MVTO SECTION.
              READ MVTO-VAG
                     AT END MOVE "SIM" TO FIM-MVTO
                     NOT AT END ADD 1 TO WS-CT-MVTO-LIDOS.

       PROCESSA-MVTO SECTION.
              MOVE SPACES TO WS-MOTIVO.
              MOVE MVG-NUMERO TO VAG-NUMERO.
              READ VAGAS
                     INVALID KEY MOVE "NAO" TO WS-ENCONTRADA
                     NOT INVALID KEY MOVE "SIM" TO WS-ENCONTRADA
              END-READ.
              IF MVG-TIPO EQUAL "I" OR MVG-TIPO EQUAL "L"
                     PERFORM VALIDA-DATA-MVTO
              END-IF.
              IF MVG-TIPO EQUAL "I"
                     PERFORM INCLUI-VAGA
              ELSE
              IF MVG-TIPO EQUAL "C"
                     PERFORM CONGELA-VAGA
              ELSE
              IF MVG-TIPO EQUAL "L"
                     PERFORM DESCONGELA-VAGA
              ELSE
              IF MVG-TIPO EQUAL "E"
                     PERFORM EXCLUI-VAGA
              ELSE
                     MOVE "TIPO MVTO INVALIDO" TO WS-MOTIVO
              END-IF
              END-IF
              END-IF
              END-IF.
              IF WS-MOTIVO NOT EQUAL SPACES
                     PERFORM REJEITA-MVTO
              END-IF.
              PERFORM LE-MVTO.

      *    DATA EM BRANCO OU ZERADA ASSUME A DATA DE REFERENCIA;
      *    PREENCHIDA, PRECISA SER VALIDA E NAO PODE SER FUTURA.
       VALIDA-DATA-MVTO SECTION.
              MOVE WS-DATA-REF TO WS-DATA-MVTO.
              IF MVG-DATA EQUAL SPACES OR MVG-DATA EQUAL "00000000"
                     NEXT SENTENCE
              ELSE
              IF MVG-DATA NOT NUMERIC
                     MOVE "DATA INVALIDA" TO WS-MOTIVO
              ELSE
                     MOVE MVG-DATA TO WS-DATA-MVTO
                     MOVE "V" TO DAT-FUNCAO
                     MOVE WS-DATA-MVTO (7:2) TO DAT-DIA
                     MOVE WS-DATA-MVTO (5:2) TO DAT-MES
                     MOVE WS-DATA-MVTO (1:4) TO DAT-ANO
                     CALL "DATSRV" USING DATSRV-AREA
                     IF DAT-RETORNO NOT EQUAL "0"
                        OR WS-DATA-MVTO GREATER WS-DATA-REF
                            MOVE "DATA INVALIDA" TO WS-MOTIVO
                     END-IF
              END-IF
              END-IF.

       INCLUI-VAGA SECTION.
              IF WS-MOTIVO NOT EQUAL SPACES
                     NEXT SENTENCE
              ELSE
              IF WS-ENCONTRADA EQUAL "SIM"
                     MOVE "VAGA JA EXISTE" TO WS-MOTIVO
              ELSE
              IF MVG-DEPTO EQUAL SPACES
                     MOVE "DEPTO EM BRANCO" TO WS-MOTIVO
              ELSE
              IF MVG-CARGO EQUAL SPACES
                     MOVE "CARGO EM BRANCO" TO WS-MOTIVO
              ELSE
                     MOVE MVG-CARGO TO CRS-CARGO
                     MOVE ZEROES TO CRS-SALARIO
                     CALL "CARSRV" USING CARSRV-AREA
                     IF CRS-RETORNO EQUAL "5"
                            MOVE "CARGO INEXISTENTE" TO WS-MOTIVO
                     ELSE
                            MOVE MVG-NUMERO TO VAG-NUMERO
                            MOVE MVG-DEPTO TO VAG-DEPTO
                            MOVE MVG-CARGO TO VAG-CARGO
                            MOVE "V" TO VAG-STATUS
                            MOVE ZEROES TO VAG-MATRICULA
                                           VAG-DATA-OCUPACAO
                            MOVE WS-DATA-MVTO TO VAG-DATA-ABERTURA
                            WRITE REG-VAGA
                            ADD 1 TO WS-CT-INCLUIDAS
                     END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       CONGELA-VAGA SECTION.
              IF WS-ENCONTRADA EQUAL "NAO"
                     MOVE "VAGA INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF VAG-STATUS NOT EQUAL "V"
                     MOVE "VAGA NAO ESTA VAGA" TO WS-MOTIVO
              ELSE
                     MOVE "C" TO VAG-STATUS
                     REWRITE REG-VAGA
                     ADD 1 TO WS-CT-CONGELADAS
              END-IF
              END-IF.

       DESCONGELA-VAGA SECTION.
              IF WS-MOTIVO NOT EQUAL SPACES
                     NEXT SENTENCE
              ELSE
              IF WS-ENCONTRADA EQUAL "NAO"
                     MOVE "VAGA INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF VAG-STATUS NOT EQUAL "C"
                     MOVE "VAGA NAO CONGELADA" TO WS-MOTIVO
              ELSE
                     MOVE "V" TO VAG-STATUS
                     MOVE WS-DATA-MVTO TO VAG-DATA-ABERTURA
                     REWRITE REG-VAGA
                     ADD 1 TO WS-CT-DESCONGELADAS
              END-IF
              END-IF
              END-IF.

       EXCLUI-VAGA SECTION.
              IF WS-ENCONTRADA EQUAL "NAO"
                     MOVE "VAGA INEXISTENTE" TO WS-MOTIVO
              ELSE
              IF VAG-STATUS EQUAL "O"
                     MOVE "VAGA OCUPADA" TO WS-MOTIVO
              ELSE
                     DELETE VAGAS
                     ADD 1 TO WS-CT-EXCLUIDAS
              END-IF
              END-IF.

       REJEITA-MVTO SECTION.
              ADD 1 TO WS-CT-REJEITADOS.
              MOVE "EX125" TO REJ-PROGRAMA.
              MOVE MVG-NUMERO TO REJ-CHAVE.
              MOVE WS-MOTIVO TO REJ-MOTIVO.
              MOVE FUNCTION CURRENT-DATE (1:14) TO REJ-DATA-HORA.
              MOVE "A" TO REJ-STATUS.
              WRITE REG-REJ-COMUM.
              DISPLAY "EX125 - MOVIMENTO REJEITADO: VAGA " MVG-NUMERO
                      " TIPO " MVG-TIPO " - " WS-MOTIVO.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "QUADRO DE VAGAS" TO CAT-NOME.
              MOVE "EX125" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-DATA-REF TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX125-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       ROT-ENTRADA SECTION.
              MOVE ZEROES TO VAG-NUMERO.
              START VAGAS KEY IS NOT LESS THAN VAG-NUMERO
                     INVALID KEY MOVE "SIM" TO FIM-ARQ
              END-START.
              IF FIM-ARQ EQUAL "NAO"
                     PERFORM LEITURA-ENTRADA
                     PERFORM PRINCIPAL-ENTRADA
                             UNTIL FIM-ARQ EQUAL "SIM"
              END-IF.

       LEITURA-ENTRADA SECTION.
              READ VAGAS NEXT RECORD
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO WS-CT-LIDAS.

      *    TODAS AS POSICOES VAO PARA O SORT (AS OCUPADAS E AS
      *    CONGELADAS SO ENTRAM NA CONTAGEM DO DEPTO); OS DIAS EM
      *    ABERTO SO SAO CONTADOS PARA AS VAGAS.
       PRINCIPAL-ENTRADA SECTION.
              MOVE VAG-DEPTO TO TRAB-DEPTO.
              MOVE VAG-NUMERO TO TRAB-NUMERO.
              MOVE VAG-CARGO TO TRAB-CARGO.
              MOVE VAG-STATUS TO TRAB-STATUS.
              MOVE VAG-DATA-ABERTURA TO TRAB-ABERTURA.
              MOVE ZEROES TO TRAB-DIAS.
              IF VAG-STATUS EQUAL "V"
                 AND VAG-DATA-ABERTURA NUMERIC
                 AND VAG-DATA-ABERTURA GREATER ZEROES
                 AND VAG-DATA-ABERTURA NOT GREATER WS-DATA-REF
                     COMPUTE WS-INTEIRO-ABERTURA =
                             FUNCTION INTEGER-OF-DATE
                                      (VAG-DATA-ABERTURA)
                     COMPUTE TRAB-DIAS = WS-INTEIRO-REF
                                       - WS-INTEIRO-ABERTURA
              END-IF.
              RELEASE REG-TRAB.
              PERFORM LEITURA-ENTRADA.

       ROT-SAIDA SECTION.
              MOVE "NAO" TO FIM-ARQ.
              OPEN OUTPUT RELAT.
              MOVE WS-DATA-REF TO WS-DATA-DIA.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO CAB-02-DATA REF-TOT.
              PERFORM LE-SAIDA.
              PERFORM PRINCIPAL-SAIDA UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM-SAIDA.
              CLOSE RELAT.

       EDITA-DATA SECTION.
              MOVE WS-DATA-DIA (7:2) TO WS-DATA-ED-DIA.
              MOVE WS-DATA-DIA (5:2) TO WS-DATA-ED-MES.
              MOVE WS-DATA-DIA (1:4) TO WS-DATA-ED-ANO.

       LE-SAIDA SECTION.
              RETURN TRAB
                     AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
              PERFORM VERIFICA-QUEBRA.
              IF TRAB-STATUS EQUAL "V"
                     PERFORM IMPRESSAO-SAIDA
              ELSE
              IF TRAB-STATUS EQUAL "O"
                     ADD 1 TO WS-DEP-OCUPADAS
              ELSE
                     ADD 1 TO WS-DEP-CONGELADAS
              END-IF
              END-IF.
              PERFORM LE-SAIDA.

       VERIFICA-QUEBRA SECTION.
              IF WS-PRIMEIRO EQUAL "SIM"
                     MOVE "NAO" TO WS-PRIMEIRO
                     MOVE TRAB-DEPTO TO WS-DEPTO-ANTERIOR
              ELSE
              IF TRAB-DEPTO NOT EQUAL WS-DEPTO-ANTERIOR
                     PERFORM SUBTOTAL-DEPTO-SAIDA
                     MOVE TRAB-DEPTO TO WS-DEPTO-ANTERIOR
                     MOVE 25 TO CT-LIN
              END-IF
              END-IF.

       IMPRESSAO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              PERFORM DETALHE-SAIDA.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DEPTO-ANTERIOR TO CAB-02-DEPTO.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA SECTION.
              MOVE TRAB-NUMERO TO NUMERO-DET.
              MOVE TRAB-CARGO TO CARGO-DET.
              MOVE TRAB-ABERTURA TO WS-DATA-DIA.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO ABERTURA-DET.
              MOVE TRAB-DIAS TO DIAS-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-DEP-VAGAS.
              ADD TRAB-DIAS TO WS-DEP-DIAS.

      *    DEPTO SEM VAGA EM ABERTO NAO TEVE CABECALHO: A PAGINA E
      *    ABERTA AQUI SO PARA A LINHA DE CONTAGEM.
       SUBTOTAL-DEPTO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-DEPTO-ANTERIOR TO DEPTO-SUBT.
              MOVE WS-DEP-VAGAS TO VAGAS-SUBT.
              MOVE WS-DEP-OCUPADAS TO OCUPADAS-SUBT.
              MOVE WS-DEP-CONGELADAS TO CONGELADAS-SUBT.
              MOVE ZEROES TO WS-MEDIA-DIAS.
              IF WS-DEP-VAGAS GREATER ZEROES
                     DIVIDE WS-DEP-DIAS BY WS-DEP-VAGAS
                            GIVING WS-MEDIA-DIAS ROUNDED
              END-IF.
              MOVE WS-MEDIA-DIAS TO MEDIA-SUBT.
              WRITE REG-REL FROM LINHA-SUBTOTAL
                    AFTER ADVANCING 2 LINES.
              ADD WS-DEP-VAGAS TO WS-GER-VAGAS.
              ADD WS-DEP-OCUPADAS TO WS-GER-OCUPADAS.
              ADD WS-DEP-CONGELADAS TO WS-GER-CONGELADAS.
              ADD WS-DEP-DIAS TO WS-GER-DIAS.
              ADD 1 TO WS-CT-DEPTOS.
              MOVE ZEROES TO TOTAIS-DEPTO.

       FIM-SAIDA SECTION.
              IF WS-PRIMEIRO EQUAL "NAO"
                     PERFORM SUBTOTAL-DEPTO-SAIDA
              END-IF.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-GER-VAGAS TO VAGAS-TOT.
              MOVE WS-GER-OCUPADAS TO OCUPADAS-TOT.
              MOVE WS-GER-CONGELADAS TO CONGELADAS-TOT.
              MOVE ZEROES TO WS-MEDIA-DIAS.
              IF WS-GER-VAGAS GREATER ZEROES
                     DIVIDE WS-GER-DIAS BY WS-GER-VAGAS
                            GIVING WS-MEDIA-DIAS ROUNDED
              END-IF.
              MOVE WS-MEDIA-DIAS TO MEDIA-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 2 LINES.
              MOVE WS-CT-DEPTOS TO DEPTOS-TOT.
              WRITE REG-REL FROM LINHA-DEPTOS
                    AFTER ADVANCING 1 LINE.

       RESUMO-FINAL SECTION.
              DISPLAY "EX125 - RESUMO DO QUADRO DE VAGAS".
              DISPLAY "MOVIMENTOS LIDOS        : " WS-CT-MVTO-LIDOS.
              DISPLAY "VAGAS INCLUIDAS         : " WS-CT-INCLUIDAS.
              DISPLAY "VAGAS CONGELADAS        : " WS-CT-CONGELADAS.
              DISPLAY "VAGAS DESCONGELADAS     : " WS-CT-DESCONGELADAS.
              DISPLAY "VAGAS EXCLUIDAS         : " WS-CT-EXCLUIDAS.
              DISPLAY "MOVIMENTOS REJEITADOS   : " WS-CT-REJEITADOS.
              DISPLAY "POSICOES NO QUADRO      : " WS-CT-LIDAS.
              DISPLAY "VAGAS EM ABERTO         : " WS-GER-VAGAS.
              DISPLAY "DEPARTAMENTOS           : " WS-CT-DEPTOS.
