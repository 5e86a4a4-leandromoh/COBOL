       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX114.
       AUTHOR. LEANDRO FERNANDES & EDEL CORADI.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS.  QUADRO DE VAGAS POR TURMA. PARA CADA TURMA DE
      *          TURMAS.DAT MOSTRA A CAPACIDADE, OS ALUNOS
      *          MATRICULADOS EM CADATU.DAT (CABECALHO "H" IGNORADO),
      *          OS QUE AGUARDAM NA LISTA DE ESPERA LISTA-ESPERA.DAT
      *          (COPY CADESP, SO OS "E" - OPCIONAL) E AS VAGAS
      *          LIVRES. TURMA COM CAPACIDADE ZERADA APARECE COMO SEM
      *          LIMITE; TURMA COM MAIS MATRICULADOS QUE A CAPACIDADE
      *          (CAPACIDADE REDUZIDA DEPOIS DA CARGA) APARECE COMO
      *          EXCEDIDA, SEM VAGA. ALUNO DE TURMA QUE NAO ESTA EM
      *          TURMAS.DAT E CONTADO A PARTE NO RESUMO. SAI EM
      *          EX114-REL.DAT NO MOLDE DE EX57, COM O TOTAL GERAL, E
      *          E REGISTRADO NO CATALOGO. SEM TURMAS.DAT OU CADATU.DAT
      *          NADA E EMITIDO (RETURN-CODE 16). TERMINA COM GOBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-TURMAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TURMAS.
       SELECT CADATU ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CADATU.
       SELECT OPTIONAL LISTA-ESPERA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELAT ASSIGN TO DISK.
       SELECT CATALOGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGO.

       DATA DIVISION.

       FILE SECTION.
       FD ARQ-TURMAS
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "TURMAS.DAT".

       01 REG-TURMA.
              02 TURMA-COD        PIC X(03).
              02 TURMA-DESCR      PIC X(20).
              02 TURMA-CAPACIDADE PIC 9(03).

       FD CADATU
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADATU.DAT".

       01 REG-SAI.
              02 NUMERO-SAI PIC 9(05).
              02 NOME-SAI PIC X(20).
              02 DATA-NASCIMENTO-SAI PIC 9(08).
              02 IDADE-SAI PIC 9(03).
              02 TURMA-SAI PIC X(03).

       FD LISTA-ESPERA
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "LISTA-ESPERA.DAT".

       01 REG-ESPERA.
              COPY CADESP.

       FD RELAT
          LABEL RECORD IS OMITTED
          VALUE OF FILE-ID IS "EX114-REL.DAT".
       01 REG-REL PIC X(80).

       FD CATALOGO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "REL-CATALOGO.DAT".

       01 REG-CATALOGO.
              COPY CATREL.

       WORKING-STORAGE SECTION.
       77 WS-FIM-TAB PIC 9(01) VALUE 0.
       77 CT-LIN PIC 9(02) VALUE 25.
       77 CT-PAG PIC 9(02) VALUE ZEROES.
       77 WS-STATUS-TURMAS PIC X(02).
       77 WS-STATUS-CADATU PIC X(02).
       77 WS-STATUS-CATALOGO PIC X(02).
       77 WS-ABORTAR PIC X(03) VALUE "NAO".
       77 WS-DATA-REF PIC 9(08) VALUE ZEROES.
       77 WS-TOTAL-TURMAS PIC 9(02) VALUE ZEROES.
       77 WS-IND-TURMA PIC 9(02) VALUE ZEROES.
       77 WS-IND-ACHADA PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-BUSCA PIC X(03) VALUE SPACES.
       77 WS-VAGAS PIC 9(05) VALUE ZEROES.
       77 WS-CT-ALUNOS PIC 9(05) VALUE ZEROES.
       77 WS-CT-FORA-TABELA PIC 9(05) VALUE ZEROES.
       77 WS-CT-ESPERA-FORA PIC 9(05) VALUE ZEROES.
       77 WS-CT-LOTADAS PIC 9(03) VALUE ZEROES.
       77 WS-TOT-CAPAC PIC 9(06) VALUE ZEROES.
       77 WS-TOT-MATRIC PIC 9(06) VALUE ZEROES.
       77 WS-TOT-ESPERA PIC 9(06) VALUE ZEROES.
       77 WS-TOT-VAGAS PIC 9(06) VALUE ZEROES.

       01 TABELA-TURMAS.
              02 WS-TURMA-ENT OCCURS 50 TIMES.
                     03 WS-TUR-CODIGO  PIC X(03).
                     03 WS-TUR-DESCR   PIC X(20).
                     03 WS-TUR-CAPAC   PIC 9(03).
                     03 WS-TUR-MATRIC  PIC 9(05).
                     03 WS-TUR-ESPERA  PIC 9(05).

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
          02 FILLER    PIC X(20) VALUE SPACES.
          02 FILLER    PIC X(28)
                       VALUE "QUADRO DE VAGAS POR TURMA EM".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-02-DATA PIC X(10).
          02 FILLER    PIC X(21) VALUE SPACES.

       01 CAB-03.
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "TURMA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(09) VALUE "DESCRICAO".
          02 FILLER   PIC X(12) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "CAPAC.".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(07) VALUE "MATRIC.".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(06) VALUE "ESPERA".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(05) VALUE "VAGAS".
          02 FILLER   PIC X(02) VALUE SPACES.
          02 FILLER   PIC X(08) VALUE "SITUACAO".
          02 FILLER   PIC X(09) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 TURMA-DET    PIC X(03).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 DESCR-DET    PIC X(20).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 CAPAC-DET    PIC X(05).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 MATRIC-DET   PIC ZZZZ9.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 ESPERA-DET   PIC ZZZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 VAGAS-DET    PIC X(05).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 SIT-DET      PIC X(10).
          02 FILLER       PIC X(07) VALUE SPACES.

       01 WS-NUM-ED PIC ZZZZ9.

       01 LINHA-TOTAL-GERAL.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(12) VALUE "TOTAL GERAL ".
          02 TURMAS-TOT   PIC ZZ9.
          02 FILLER       PIC X(07) VALUE " TURMAS".
          02 FILLER       PIC X(05) VALUE SPACES.
          02 CAPAC-TOT    PIC ZZZZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 MATRIC-TOT   PIC ZZZZZ9.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 ESPERA-TOT   PIC ZZZZZ9.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 VAGAS-TOT    PIC ZZZZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 LOTADAS-TOT  PIC ZZ9.
          02 FILLER       PIC X(08) VALUE " LOTADAS".
          02 FILLER       PIC X(06) VALUE SPACES.

       01 LINHA-OBS.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(42)
              VALUE "CAPACIDADE E VAGAS SO DAS TURMAS COM LIMIT".
          02 FILLER       PIC X(34)
              VALUE "E - SEM LIMITE NAO ENTRA NO TOTAL ".

       PROCEDURE DIVISION.

       PROGRAMA114 SECTION.

       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF.
       PERFORM CARREGA-TURMAS.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CONTA-MATRICULADOS
       END-IF.
       IF WS-ABORTAR EQUAL "NAO"
              PERFORM CONTA-ESPERA
              PERFORM EMITE-QUADRO
              PERFORM REGISTRA-CATALOGO
       END-IF.
       PERFORM RESUMO-FINAL.

       GOBACK.

       CARREGA-TURMAS SECTION.
              OPEN INPUT ARQ-TURMAS.
              IF WS-STATUS-TURMAS NOT EQUAL "00"
                     DISPLAY "EX114 - ERRO AO ABRIR TURMAS - FILE "
                             "STATUS " WS-STATUS-TURMAS
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ ARQ-TURMAS
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   PERFORM GUARDA-TURMA
                            END-READ
                     END-PERFORM
                     CLOSE ARQ-TURMAS
              END-IF.

       GUARDA-TURMA SECTION.
              IF WS-TOTAL-TURMAS EQUAL 50
                     DISPLAY "EX114 - TABELA DE TURMAS CHEIA (50) - "
                             "TURMA IGNORADA: " TURMA-COD
              ELSE
                     ADD 1 TO WS-TOTAL-TURMAS
                     MOVE TURMA-COD TO WS-TUR-CODIGO (WS-TOTAL-TURMAS)
                     MOVE TURMA-DESCR TO WS-TUR-DESCR (WS-TOTAL-TURMAS)
                     IF TURMA-CAPACIDADE NUMERIC
                            MOVE TURMA-CAPACIDADE TO
                                 WS-TUR-CAPAC (WS-TOTAL-TURMAS)
                     ELSE
                            MOVE ZEROES TO
                                 WS-TUR-CAPAC (WS-TOTAL-TURMAS)
                     END-IF
                     MOVE ZEROES TO WS-TUR-MATRIC (WS-TOTAL-TURMAS)
                                    WS-TUR-ESPERA (WS-TOTAL-TURMAS)
              END-IF.

       LOCALIZA-TURMA SECTION.
              MOVE ZEROES TO WS-IND-ACHADA.
              PERFORM VARYING WS-IND-TURMA FROM 1 BY 1
                      UNTIL WS-IND-TURMA GREATER WS-TOTAL-TURMAS
                      OR WS-IND-ACHADA GREATER ZEROES
                      IF WS-TUR-CODIGO (WS-IND-TURMA) EQUAL
                         WS-TURMA-BUSCA
                             MOVE WS-IND-TURMA TO WS-IND-ACHADA
                      END-IF
              END-PERFORM.

       CONTA-MATRICULADOS SECTION.
              OPEN INPUT CADATU.
              IF WS-STATUS-CADATU NOT EQUAL "00"
                     DISPLAY "EX114 - ERRO AO ABRIR CADATU - FILE "
                             "STATUS " WS-STATUS-CADATU
                     MOVE "SIM" TO WS-ABORTAR
                     MOVE 16 TO RETURN-CODE
              ELSE
                     MOVE 0 TO WS-FIM-TAB
                     PERFORM UNTIL WS-FIM-TAB EQUAL 1
                            READ CADATU
                                   AT END MOVE 1 TO WS-FIM-TAB
                                   NOT AT END
                                   IF REG-SAI (1:1) NOT EQUAL "H"
                                          PERFORM CONTA-ALUNO
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE CADATU
              END-IF.

       CONTA-ALUNO SECTION.
              ADD 1 TO WS-CT-ALUNOS.
              MOVE TURMA-SAI TO WS-TURMA-BUSCA.
              PERFORM LOCALIZA-TURMA.
              IF WS-IND-ACHADA EQUAL ZEROES
                     ADD 1 TO WS-CT-FORA-TABELA
              ELSE
                     ADD 1 TO WS-TUR-MATRIC (WS-IND-ACHADA)
              END-IF.

       CONTA-ESPERA SECTION.
              OPEN INPUT LISTA-ESPERA.
              MOVE 0 TO WS-FIM-TAB.
              PERFORM UNTIL WS-FIM-TAB EQUAL 1
                     READ LISTA-ESPERA
                            AT END MOVE 1 TO WS-FIM-TAB
                            NOT AT END
                            IF ESP-STATUS EQUAL "E"
                                   PERFORM CONTA-ESPERANDO
                            END-IF
                     END-READ
              END-PERFORM.
              CLOSE LISTA-ESPERA.

       CONTA-ESPERANDO SECTION.
              MOVE ESP-TURMA TO WS-TURMA-BUSCA.
              PERFORM LOCALIZA-TURMA.
              IF WS-IND-ACHADA EQUAL ZEROES
                     ADD 1 TO WS-CT-ESPERA-FORA
              ELSE
                     ADD 1 TO WS-TUR-ESPERA (WS-IND-ACHADA)
              END-IF.

       EMITE-QUADRO SECTION.
              OPEN OUTPUT RELAT.
              MOVE WS-DATA-REF (7:2) TO WS-DATA-ED-DIA.
              MOVE WS-DATA-REF (5:2) TO WS-DATA-ED-MES.
              MOVE WS-DATA-REF (1:4) TO WS-DATA-ED-ANO.
              MOVE WS-DATA-ED TO CAB-02-DATA.
              PERFORM IMPRESSAO-SAIDA
                      VARYING WS-IND-TURMA FROM 1 BY 1
                      UNTIL WS-IND-TURMA GREATER WS-TOTAL-TURMAS.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO-SAIDA
              END-IF.
              MOVE WS-TOTAL-TURMAS TO TURMAS-TOT.
              MOVE WS-TOT-CAPAC TO CAPAC-TOT.
              MOVE WS-TOT-MATRIC TO MATRIC-TOT.
              MOVE WS-TOT-ESPERA TO ESPERA-TOT.
              MOVE WS-TOT-VAGAS TO VAGAS-TOT.
              MOVE WS-CT-LOTADAS TO LOTADAS-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-GERAL
                    AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM LINHA-OBS
                    AFTER ADVANCING 1 LINE.
              CLOSE RELAT.

       IMPRESSAO-SAIDA SECTION.
              IF CT-LIN GREATER THAN 24
                     PERFORM CABECALHO-SAIDA
              END-IF.
              PERFORM DETALHE-SAIDA.

       CABECALHO-SAIDA SECTION.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-REL AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO CT-LIN.

       DETALHE-SAIDA SECTION.
              MOVE WS-TUR-CODIGO (WS-IND-TURMA) TO TURMA-DET.
              MOVE WS-TUR-DESCR (WS-IND-TURMA) TO DESCR-DET.
              MOVE WS-TUR-MATRIC (WS-IND-TURMA) TO MATRIC-DET.
              MOVE WS-TUR-ESPERA (WS-IND-TURMA) TO ESPERA-DET.
              ADD WS-TUR-MATRIC (WS-IND-TURMA) TO WS-TOT-MATRIC.
              ADD WS-TUR-ESPERA (WS-IND-TURMA) TO WS-TOT-ESPERA.
              IF WS-TUR-CAPAC (WS-IND-TURMA) EQUAL ZEROES
                     MOVE "  -  " TO CAPAC-DET
                     MOVE "  -  " TO VAGAS-DET
                     MOVE "SEM LIMITE" TO SIT-DET
              ELSE
                     MOVE WS-TUR-CAPAC (WS-IND-TURMA) TO WS-NUM-ED
                     MOVE WS-NUM-ED TO CAPAC-DET
                     ADD WS-TUR-CAPAC (WS-IND-TURMA) TO WS-TOT-CAPAC
                     IF WS-TUR-MATRIC (WS-IND-TURMA) LESS
                        WS-TUR-CAPAC (WS-IND-TURMA)
                            COMPUTE WS-VAGAS =
                                    WS-TUR-CAPAC (WS-IND-TURMA)
                                  - WS-TUR-MATRIC (WS-IND-TURMA)
                            MOVE "COM VAGAS" TO SIT-DET
                     ELSE
                            MOVE ZEROES TO WS-VAGAS
                            ADD 1 TO WS-CT-LOTADAS
                            IF WS-TUR-MATRIC (WS-IND-TURMA) GREATER
                               WS-TUR-CAPAC (WS-IND-TURMA)
                                   MOVE "EXCEDIDA" TO SIT-DET
                            ELSE
                                   MOVE "LOTADA" TO SIT-DET
                            END-IF
                     END-IF
                     MOVE WS-VAGAS TO WS-NUM-ED
                     MOVE WS-NUM-ED TO VAGAS-DET
                     ADD WS-VAGAS TO WS-TOT-VAGAS
              END-IF.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       REGISTRA-CATALOGO SECTION.
              OPEN EXTEND CATALOGO.
              IF WS-STATUS-CATALOGO NOT EQUAL "00"
                     OPEN OUTPUT CATALOGO
              END-IF.
              MOVE "QUADRO DE VAGAS" TO CAT-NOME.
              MOVE "EX114" TO CAT-PROGRAMA.
              MOVE SPACES TO CAT-FILIAL.
              MOVE WS-DATA-REF TO CAT-DATA.
              MOVE FUNCTION CURRENT-DATE (1:14) TO CAT-TIMESTAMP.
              MOVE CT-PAG TO CAT-PAGINAS.
              MOVE "EX114-REL.DAT" TO CAT-ARQUIVO.
              WRITE REG-CATALOGO.
              CLOSE CATALOGO.

       RESUMO-FINAL SECTION.
              DISPLAY "EX114 - RESUMO DO QUADRO DE VAGAS".
              DISPLAY "TURMAS                  : " WS-TOTAL-TURMAS.
              DISPLAY "ALUNOS EM CADATU        : " WS-CT-ALUNOS.
              DISPLAY "TURMA FORA DE TURMAS.DAT: " WS-CT-FORA-TABELA.
              DISPLAY "ESPERA DE TURMA FORA    : " WS-CT-ESPERA-FORA.
              DISPLAY "TURMAS LOTADAS          : " WS-CT-LOTADAS.
